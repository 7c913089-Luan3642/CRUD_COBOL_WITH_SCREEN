       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLINOTA.
      *********************************
      * OBJETIVO:  IMPRESSAO (E REIMPRESSAO) DA NOTA FISCAL DE UM
      *            PEDIDO FATURADO, A PARTIR DE NOTAS.DAT E
      *            NOTITENS.DAT. CHAMADO POR CLIPED COM O NUMERO DA
      *            NOTA, LOGO APOS A EMISSAO (A->F) OU PELA OPCAO DE
      *            REIMPRESSAO. GRAVA O DOCUMENTO EM
      *            <NOTA-PREF><NUMERO>.LST (MESMO ESQUEMA DE
      *            CLIDELTA/CLIBKUP). NOTA CANCELADA SAI COM A
      *            TARJA DE CANCELAMENTO. DEVOLVE 'S' EM
      *            NOTA-PARM-RETORNO QUANDO O DOCUMENTO FOI GERADO.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT NOTA-LST ASSIGN TO WRK-ARQ-NOTA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       COPY NOTAREG.

       FD NOTITENS.
       COPY NOTITREG.

       FD NOTA-LST.
       01 RELAT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 NOTAS-STATUS PIC 9(2).
       77 NOTITENS-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 WRK-ARQ-NOTA PIC X(132).
       77 WRK-LINHA PIC X(80).
       77 WRK-NUMERO-NOTA PIC 9(6).
       77 WRK-MAIS-ITENS PIC X(1).
       77 WRK-QTDE-ED PIC ZZZ9.
       77 WRK-UNIT-ED PIC Z(6)9.99.
       77 WRK-TOTAL-ED PIC Z(8)9.99.
       77 WRK-VALOR-ED PIC Z(6)9.99.
       COPY ARQWS.

       LINKAGE SECTION.
       01 NOTA-PARM.
           05 NOTA-PARM-NUMERO   PIC 9(6).
           05 NOTA-PARM-RETORNO  PIC X(1).

       PROCEDURE DIVISION USING NOTA-PARM.
       0001-PRINCIPAL SECTION.
            MOVE 'N' TO NOTA-PARM-RETORNO.
            MOVE NOTA-PARM-NUMERO TO WRK-NUMERO-NOTA.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                DISPLAY 'CLINOTA: ' ARQ-CFG-MSG
            ELSE
                PERFORM 1000-INICIAR
            END-IF.
            EXIT PROGRAM.

       1000-INICIAR.
            OPEN INPUT NOTAS.
            IF NOTAS-STATUS NOT = ZERO
                DISPLAY 'CLINOTA: ERRO AO ABRIR ' ARQ-NOTAS
                DISPLAY 'CLINOTA: FILE STATUS ' NOTAS-STATUS
            ELSE
                MOVE WRK-NUMERO-NOTA TO NOTAS-NUMERO
                READ NOTAS
                    INVALID KEY
                        DISPLAY 'CLINOTA: NOTA NAO ENCONTRADA '
                          WRK-NUMERO-NOTA
                    NOT INVALID KEY
                        PERFORM 1100-ABRE-ITENS
                END-READ
                CLOSE NOTAS
            END-IF.

       1100-ABRE-ITENS.
            OPEN INPUT NOTITENS.
            IF NOTITENS-STATUS NOT = ZERO
                DISPLAY 'CLINOTA: ERRO AO ABRIR ' ARQ-NOTITENS
                DISPLAY 'CLINOTA: FILE STATUS ' NOTITENS-STATUS
            ELSE
                PERFORM 1200-ABRE-SAIDA
                CLOSE NOTITENS
            END-IF.

       1200-ABRE-SAIDA.
            MOVE SPACES TO WRK-ARQ-NOTA.
            STRING ARQ-NOTA-PREF   DELIMITED BY SPACE
                   WRK-NUMERO-NOTA DELIMITED BY SIZE
                   '.LST'          DELIMITED BY SIZE
                INTO WRK-ARQ-NOTA
            END-STRING.
            OPEN OUTPUT NOTA-LST.
            IF RELAT-STATUS NOT = ZERO
                DISPLAY 'CLINOTA: ERRO AO ABRIR ' WRK-ARQ-NOTA
                DISPLAY 'CLINOTA: FILE STATUS ' RELAT-STATUS
            ELSE
                PERFORM 2000-CABECALHO
                PERFORM 3000-ITENS
                PERFORM 4000-TOTAIS
                CLOSE NOTA-LST
                MOVE 'S' TO NOTA-PARM-RETORNO
            END-IF.

       2000-CABECALHO.
            MOVE ALL '=' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'NOTA FISCAL DE VENDA'     DELIMITED BY SIZE
                   '                    '     DELIMITED BY SIZE
                   'NUMERO...: '              DELIMITED BY SIZE
                   NOTAS-NUMERO               DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'EMISSAO...: '             DELIMITED BY SIZE
                   NOTAS-DATA-EMISSAO         DELIMITED BY SIZE
                   '                    '     DELIMITED BY SIZE
                   'PEDIDO...: '              DELIMITED BY SIZE
                   NOTAS-PEDIDO               DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            IF NOTAS-SITUACAO = 'C'
                MOVE SPACES TO WRK-LINHA
                STRING '*** NOTA CANCELADA EM '  DELIMITED BY SIZE
                       NOTAS-DATA-CANC           DELIMITED BY SIZE
                       ' ***'                    DELIMITED BY SIZE
                    INTO WRK-LINHA
                END-STRING
                WRITE RELAT-LINHA FROM WRK-LINHA
                MOVE SPACES TO WRK-LINHA
                STRING 'MOTIVO....: '            DELIMITED BY SIZE
                       NOTAS-MOTIVO-CANC         DELIMITED BY SIZE
                    INTO WRK-LINHA
                END-STRING
                WRITE RELAT-LINHA FROM WRK-LINHA
            END-IF.
            MOVE ALL '=' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'CLIENTE...: '  DELIMITED BY SIZE
                   NOTAS-NOME      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'CPF.......: '  DELIMITED BY SIZE
                   NOTAS-CPF       DELIMITED BY SIZE
                   '     TELEFONE: ' DELIMITED BY SIZE
                   NOTAS-FONE      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            IF NOTAS-ENDERECO = SPACES
                MOVE 'COBRANCA..: (SEM ENDERECO CADASTRADO)' TO
                  WRK-LINHA
            ELSE
                STRING 'COBRANCA..: '  DELIMITED BY SIZE
                       NOTAS-ENDERECO  DELIMITED BY SIZE
                    INTO WRK-LINHA
                END-STRING
            END-IF.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE ALL '-' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'SEQ PRODUTO DESCRICAO                      '
                                      DELIMITED BY SIZE
                   '  QTDE    VLR UNIT.       TOTAL'
                                      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       3000-ITENS.
            MOVE NOTAS-NUMERO TO NOTITENS-NUMERO.
            MOVE ZEROS TO NOTITENS-SEQ.
            START NOTITENS KEY IS NOT LESS NOTITENS-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF NOTITENS-STATUS = ZERO
                MOVE 'S' TO WRK-MAIS-ITENS
                PERFORM 3100-IMPRIME-ITEM UNTIL WRK-MAIS-ITENS = 'N'
            END-IF.

       3100-IMPRIME-ITEM.
            READ NOTITENS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-MAIS-ITENS
                NOT AT END
                    IF NOTITENS-NUMERO NOT = NOTAS-NUMERO
                        MOVE 'N' TO WRK-MAIS-ITENS
                    ELSE
                        MOVE NOTITENS-QTDE TO WRK-QTDE-ED
                        MOVE NOTITENS-VALOR-UNIT TO WRK-UNIT-ED
                        MOVE NOTITENS-VALOR-TOTAL TO WRK-TOTAL-ED
                        MOVE SPACES TO WRK-LINHA
                        STRING NOTITENS-SEQ        DELIMITED BY SIZE
                               '  '                DELIMITED BY SIZE
                               NOTITENS-PRODUTO    DELIMITED BY SIZE
                               '  '                DELIMITED BY SIZE
                               NOTITENS-DESCRICAO  DELIMITED BY SIZE
                               '  '                DELIMITED BY SIZE
                               WRK-QTDE-ED         DELIMITED BY SIZE
                               '  '                DELIMITED BY SIZE
                               WRK-UNIT-ED         DELIMITED BY SIZE
                               ' '                 DELIMITED BY SIZE
                               WRK-TOTAL-ED        DELIMITED BY SIZE
                            INTO WRK-LINHA
                        END-STRING
                        WRITE RELAT-LINHA FROM WRK-LINHA
                    END-IF
            END-READ.

       4000-TOTAIS.
            MOVE ALL '-' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE NOTAS-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING 'QTDE DE ITENS: '          DELIMITED BY SIZE
                   NOTAS-QTDE-ITENS           DELIMITED BY SIZE
                   '                    '     DELIMITED BY SIZE
                   'VALOR TOTAL: '            DELIMITED BY SIZE
                   WRK-VALOR-ED               DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE ALL '=' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
