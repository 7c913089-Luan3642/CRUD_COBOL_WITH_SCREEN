       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIMKT.
      *********************************
      * OBJETIVO:  LISTA DE MALA DIRETA POR EMAIL (BATCH).
      *            PRIMEIRO APLICA OS PEDIDOS DE DESCADASTRAMENTO
      *            RECEBIDOS EM DESCADAS.CSV (UMA LINHA POR
      *            CLIENTE, PRIMEIRO CAMPO = TELEFONE, COMO SAI NA
      *            LISTA; LINHA DE CABECALHO 'FONE...' E IGNORADA):
      *            O CLIENTE PASSA A NAO ACEITAR MARKETING EM
      *            CLICONS.DAT, COM A MUDANCA GRAVADA EM
      *            CLIENTES.LOG. SEM O ARQUIVO, NAO HA O QUE
      *            APLICAR.
      *            DEPOIS LE CLIENTES.DAT SEQUENCIALMENTE E GRAVA
      *            EM MAILING.CSV OS CLIENTES ATIVOS QUE ACEITAM
      *            MARKETING PELO CANAL EMAIL E TEM EMAIL COM
      *            FORMATO VALIDO (UMA @, NOME ANTES DELA, DOMINIO
      *            COM PONTO DEPOIS, SEM BRANCOS NO MEIO).
      *            O RESUMO, COM OS DESCADASTRAMENTOS RECUSADOS E
      *            OS EMAILS INVALIDOS, SAI EM CLIMKT.LST.
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
           SELECT CLICONS ASSIGN TO ARQ-CLICONS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLICONS-STATUS
             RECORD KEY IS  CLICONS-CHAVE.
           SELECT CLIENTES-LOG ASSIGN TO ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CLIENTES-LOG-STATUS.
           SELECT DESCADAS ASSIGN TO ARQ-DESCADAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DESCADAS-STATUS.
           SELECT MAILING ASSIGN TO ARQ-MAILING
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MAILING-STATUS.
           SELECT RELAT ASSIGN TO ARQ-MKT-LST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       COPY CLIREG.

       FD CLICONS.
       COPY CONSREG.

       FD CLIENTES-LOG.
       COPY LOGREG.

       FD DESCADAS.
       01 DESCADAS-LINHA PIC X(160).

       FD MAILING.
       01 MAILING-LINHA PIC X(160).

       FD RELAT.
       01 RELAT-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 CLICONS-STATUS PIC 9(2).
       77 CLIENTES-LOG-STATUS PIC 9(2).
       77 DESCADAS-STATUS PIC 9(2).
       77 MAILING-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 WRK-LINHA PIC X(132).
       77 WRK-CSV PIC X(160).
       77 WRK-DATA-HOJE PIC 9(8).
       77 WRK-CAMPO-FONE PIC X(20).
       77 WRK-CAMPO-RESTO PIC X(140).
       77 WRK-FONE-DESC PIC 9(9).
       77 WRK-MOTIVO PIC X(30).
       77 WRK-CONS-EXISTE PIC X(1).
       77 WRK-ACEITE-ANTIGO PIC X(1).
       77 WRK-CANAL-ANTIGO PIC X(1).
       77 WRK-EMAIL-OK PIC X(1).
       77 WRK-DESCADAS-ABERTO PIC X(1) VALUE 'N'.
       77 WRK-I PIC 9(2).
       77 WRK-TAM-EMAIL PIC 9(2).
       77 WRK-QT-ARROBA PIC 9(2).
       77 WRK-POS-ARROBA PIC 9(2).
       77 WRK-POS-PONTO PIC 9(2).
       77 WRK-QT-BRANCO PIC 9(2).
       77 WRK-DESC-LIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-DESC-APLICADOS PIC 9(6) VALUE ZEROS.
       77 WRK-DESC-JA PIC 9(6) VALUE ZEROS.
       77 WRK-DESC-RECUSADOS PIC 9(6) VALUE ZEROS.
       77 WRK-CLI-LIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-CLI-ACEITE PIC 9(6) VALUE ZEROS.
       77 WRK-CLI-LISTA PIC 9(6) VALUE ZEROS.
       77 WRK-CLI-INVALIDO PIC 9(6) VALUE ZEROS.
       COPY ARQWS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-DESCADASTRA UNTIL DESCADAS-STATUS = 10.
            PERFORM 2500-INICIA-LISTA.
            PERFORM 2600-PROCESSA-CLIENTE UNTIL CLIENTES-STATUS = 10.
            PERFORM 8000-IMPRIME-TOTAIS.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                DISPLAY 'CLIMKT: ' ARQ-CFG-MSG
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = ZERO
                DISPLAY 'CLIMKT: ERRO AO ABRIR ' ARQ-CLIENTES
                DISPLAY 'CLIMKT: FILE STATUS ' CLIENTES-STATUS
                STOP RUN
            END-IF.
            OPEN I-O CLICONS
               IF CLICONS-STATUS = 35 THEN
                    OPEN OUTPUT CLICONS
                    CLOSE CLICONS
                    OPEN I-O CLICONS
               END-IF.
            IF CLICONS-STATUS NOT = ZERO
                DISPLAY 'CLIMKT: ERRO AO ABRIR ' ARQ-CLICONS
                DISPLAY 'CLIMKT: FILE STATUS ' CLICONS-STATUS
                STOP RUN
            END-IF.
            OPEN EXTEND CLIENTES-LOG
               IF CLIENTES-LOG-STATUS = 35 THEN
                    OPEN OUTPUT CLIENTES-LOG
                    CLOSE CLIENTES-LOG
                    OPEN EXTEND CLIENTES-LOG
               END-IF.
            IF CLIENTES-LOG-STATUS NOT = ZERO
                DISPLAY 'CLIMKT: ERRO AO ABRIR ' ARQ-LOG
                DISPLAY 'CLIMKT: FILE STATUS ' CLIENTES-LOG-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT RELAT.
            IF RELAT-STATUS NOT = ZERO
                DISPLAY 'CLIMKT: ERRO AO ABRIR ' ARQ-MKT-LST
                DISPLAY 'CLIMKT: FILE STATUS ' RELAT-STATUS
                STOP RUN
            END-IF.
            MOVE 'MALA DIRETA - CONSENTIMENTO DE MARKETING' TO
              WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'PROCESSADO EM: ' DELIMITED BY SIZE
                   WRK-DATA-HOJE     DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            PERFORM 1100-ABRE-DESCADASTRO.

      *****************************************************
      * O ARQUIVO DE DESCADASTRAMENTO E OPCIONAL: SEM ELE
      * (STATUS 35) A ETAPA E PULADA.
      *****************************************************
       1100-ABRE-DESCADASTRO.
            OPEN INPUT DESCADAS.
            IF DESCADAS-STATUS = 35
                MOVE 10 TO DESCADAS-STATUS
                MOVE 'DESCADASTRAMENTO: ARQUIVO NAO RECEBIDO' TO
                  WRK-LINHA
                WRITE RELAT-LINHA FROM WRK-LINHA
            ELSE
                IF DESCADAS-STATUS NOT = ZERO
                    DISPLAY 'CLIMKT: ERRO AO ABRIR ' ARQ-DESCADAS
                    DISPLAY 'CLIMKT: FILE STATUS ' DESCADAS-STATUS
                    STOP RUN
                END-IF
                MOVE 'S' TO WRK-DESCADAS-ABERTO
                MOVE 'DESCADASTRAMENTOS RECUSADOS' TO WRK-LINHA
                WRITE RELAT-LINHA FROM WRK-LINHA
                READ DESCADAS
                    AT END
                        MOVE 10 TO DESCADAS-STATUS
                END-READ
            END-IF.

       2000-DESCADASTRA.
            MOVE SPACES TO WRK-CAMPO-FONE.
            MOVE SPACES TO WRK-CAMPO-RESTO.
            UNSTRING DESCADAS-LINHA DELIMITED BY ','
                INTO WRK-CAMPO-FONE WRK-CAMPO-RESTO
            END-UNSTRING.
            IF WRK-CAMPO-FONE (1:4) = 'FONE' OR
               DESCADAS-LINHA = SPACES
                CONTINUE
            ELSE
                ADD 1 TO WRK-DESC-LIDOS
                PERFORM 2100-VALIDA-DESCADASTRO
            END-IF.
            READ DESCADAS
                AT END
                    MOVE 10 TO DESCADAS-STATUS
            END-READ.

       2100-VALIDA-DESCADASTRO.
            MOVE SPACES TO WRK-MOTIVO.
            IF FUNCTION TEST-NUMVAL (WRK-CAMPO-FONE) NOT = 0
                MOVE 'TELEFONE INVALIDO' TO WRK-MOTIVO
            ELSE
                IF FUNCTION NUMVAL (WRK-CAMPO-FONE) < 1 OR
                   FUNCTION NUMVAL (WRK-CAMPO-FONE) > 999999999
                    MOVE 'TELEFONE INVALIDO' TO WRK-MOTIVO
                ELSE
                    COMPUTE WRK-FONE-DESC =
                        FUNCTION NUMVAL (WRK-CAMPO-FONE)
                    MOVE WRK-FONE-DESC TO CLIENTES-F0NE
                    READ CLIENTES
                        INVALID KEY
                            MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO
                        NOT INVALID KEY
                            PERFORM 2200-APLICA-DESCADASTRO
                    END-READ
                END-IF
            END-IF.
            IF WRK-MOTIVO NOT = SPACES
                ADD 1 TO WRK-DESC-RECUSADOS
                MOVE SPACES TO WRK-LINHA
                STRING WRK-CAMPO-FONE   DELIMITED BY SIZE
                       '  '             DELIMITED BY SIZE
                       WRK-MOTIVO       DELIMITED BY SIZE
                    INTO WRK-LINHA
                END-STRING
                WRITE RELAT-LINHA FROM WRK-LINHA
            END-IF.

      *****************************************************
      * O CLIENTE PASSA A NAO ACEITAR MARKETING; O CANAL FICA
      * COMO ESTAVA (SEM REGISTRO, EMAIL). QUEM JA NAO ACEITAVA
      * SO E CONTADO.
      *****************************************************
       2200-APLICA-DESCADASTRO.
            MOVE CLIENTES-F0NE TO CLICONS-FONE.
            READ CLICONS
                INVALID KEY
                    MOVE 'N' TO WRK-CONS-EXISTE
                    MOVE SPACE TO CLICONS-ACEITE
                    MOVE 'E' TO CLICONS-CANAL
                NOT INVALID KEY
                    MOVE 'S' TO WRK-CONS-EXISTE
            END-READ.
            IF WRK-CONS-EXISTE = 'S' AND CLICONS-ACEITE = 'N'
                ADD 1 TO WRK-DESC-JA
            ELSE
                MOVE CLICONS-ACEITE TO WRK-ACEITE-ANTIGO
                MOVE CLICONS-CANAL TO WRK-CANAL-ANTIGO
                MOVE CLIENTES-F0NE TO CLICONS-FONE
                MOVE 'N' TO CLICONS-ACEITE
                MOVE WRK-DATA-HOJE TO CLICONS-DATA
                MOVE 'CLIMKT' TO CLICONS-USUARIO
                IF WRK-CONS-EXISTE = 'S'
                    REWRITE CLICONS-REG
                        INVALID KEY
                            MOVE 'ERRO AO GRAVAR CLICONS' TO WRK-MOTIVO
                        NOT INVALID KEY
                            PERFORM 2300-GRAVA-LOG
                    END-REWRITE
                ELSE
                    WRITE CLICONS-REG
                        INVALID KEY
                            MOVE 'ERRO AO GRAVAR CLICONS' TO WRK-MOTIVO
                        NOT INVALID KEY
                            PERFORM 2300-GRAVA-LOG
                    END-WRITE
                END-IF
            END-IF.

       2300-GRAVA-LOG.
            ADD 1 TO WRK-DESC-APLICADOS.
            MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA.
            MOVE 'CONSENTIM' TO LOG-OPERACAO.
            MOVE CLIENTES-F0NE TO LOG-FONE.
            MOVE CLIENTES-NOME TO LOG-NOME-ANTERIOR.
            MOVE CLIENTES-EMAIL TO LOG-EMAIL-ANTERIOR.
            MOVE CLIENTES-NOME TO LOG-NOME-NOVO.
            MOVE CLIENTES-EMAIL TO LOG-EMAIL-NOVO.
            MOVE SPACES TO LOG-MOTIVO.
            IF WRK-CONS-EXISTE = 'S'
                STRING 'DESCADASTRAMENTO '  DELIMITED BY SIZE
                       WRK-ACEITE-ANTIGO    DELIMITED BY SIZE
                       '>'                  DELIMITED BY SIZE
                       CLICONS-ACEITE       DELIMITED BY SIZE
                       ' CANAL '            DELIMITED BY SIZE
                       CLICONS-CANAL        DELIMITED BY SIZE
                    INTO LOG-MOTIVO
                END-STRING
            ELSE
                STRING 'DESCADASTRAMENTO '  DELIMITED BY SIZE
                       CLICONS-ACEITE       DELIMITED BY SIZE
                       ' CANAL '            DELIMITED BY SIZE
                       CLICONS-CANAL        DELIMITED BY SIZE
                    INTO LOG-MOTIVO
                END-STRING
            END-IF.
      *    NO BATCH NAO HA OPERADOR LOGADO: O PROPRIO PROGRAMA
      *    ASSINA A LINHA DO LOG.
            MOVE 'CLIMKT' TO LOG-USUARIO.
            WRITE LOG-REG.

       2500-INICIA-LISTA.
            IF WRK-DESCADAS-ABERTO = 'S'
                CLOSE DESCADAS
            END-IF.
            OPEN OUTPUT MAILING.
            IF MAILING-STATUS NOT = ZERO
                DISPLAY 'CLIMKT: ERRO AO ABRIR ' ARQ-MAILING
                DISPLAY 'CLIMKT: FILE STATUS ' MAILING-STATUS
                STOP RUN
            END-IF.
            MOVE 'FONE,NOME,EMAIL,DATA-CONSENTIMENTO' TO WRK-CSV.
            WRITE MAILING-LINHA FROM WRK-CSV.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE 'EMAILS INVALIDOS (FORA DA LISTA)' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE ZEROS TO CLIENTES-F0NE.
            START CLIENTES KEY IS NOT LESS CLIENTES-CHAVE
                INVALID KEY
                    MOVE 10 TO CLIENTES-STATUS
            END-START.
            IF CLIENTES-STATUS NOT = 10
                READ CLIENTES NEXT RECORD
                    AT END
                        MOVE 10 TO CLIENTES-STATUS
                END-READ
            END-IF.

       2600-PROCESSA-CLIENTE.
            ADD 1 TO WRK-CLI-LIDOS.
            IF CLIENTES-SITUACAO NOT = 'I'
                MOVE CLIENTES-F0NE TO CLICONS-FONE
                READ CLICONS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CLICONS-ACEITE = 'S' AND
                           CLICONS-CANAL = 'E'
                            ADD 1 TO WRK-CLI-ACEITE
                            PERFORM 2700-VALIDA-EMAIL
                            PERFORM 2800-GRAVA-LISTA
                        END-IF
                END-READ
            END-IF.
            READ CLIENTES NEXT RECORD
                AT END
                    MOVE 10 TO CLIENTES-STATUS
            END-READ.

      *****************************************************
      * EMAIL COM CARA DE VALIDO: EXATAMENTE UMA @, PELO MENOS
      * UM CARACTER ANTES, UM PONTO DEPOIS DA @ (NAO COLADO
      * NELA E NAO NO FIM) E NENHUM BRANCO ANTES DO FIM.
      *****************************************************
       2700-VALIDA-EMAIL.
            MOVE ZEROS TO WRK-TAM-EMAIL.
            MOVE ZEROS TO WRK-QT-ARROBA.
            MOVE ZEROS TO WRK-POS-ARROBA.
            MOVE ZEROS TO WRK-POS-PONTO.
            MOVE ZEROS TO WRK-QT-BRANCO.
            PERFORM 2710-EXAMINA-CARACTER
                VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 40.
            IF WRK-TAM-EMAIL > ZEROS
                INSPECT CLIENTES-EMAIL (1:WRK-TAM-EMAIL)
                    TALLYING WRK-QT-BRANCO FOR ALL SPACE
            END-IF.
            EVALUATE TRUE
              WHEN WRK-TAM-EMAIL = ZEROS
                MOVE 'N' TO WRK-EMAIL-OK
              WHEN WRK-QT-BRANCO > ZEROS
                MOVE 'N' TO WRK-EMAIL-OK
              WHEN WRK-QT-ARROBA NOT = 1
                MOVE 'N' TO WRK-EMAIL-OK
              WHEN WRK-POS-ARROBA < 2
                MOVE 'N' TO WRK-EMAIL-OK
              WHEN WRK-POS-PONTO NOT > WRK-POS-ARROBA + 1
                MOVE 'N' TO WRK-EMAIL-OK
              WHEN WRK-POS-PONTO NOT < WRK-TAM-EMAIL
                MOVE 'N' TO WRK-EMAIL-OK
              WHEN OTHER
                MOVE 'S' TO WRK-EMAIL-OK
            END-EVALUATE.

       2710-EXAMINA-CARACTER.
            IF CLIENTES-EMAIL (WRK-I:1) NOT = SPACE
                MOVE WRK-I TO WRK-TAM-EMAIL
            END-IF.
            IF CLIENTES-EMAIL (WRK-I:1) = '@'
                ADD 1 TO WRK-QT-ARROBA
                MOVE WRK-I TO WRK-POS-ARROBA
            END-IF.
            IF CLIENTES-EMAIL (WRK-I:1) = '.' AND
               WRK-POS-ARROBA > ZEROS
                MOVE WRK-I TO WRK-POS-PONTO
            END-IF.

       2800-GRAVA-LISTA.
            IF WRK-EMAIL-OK = 'S'
                ADD 1 TO WRK-CLI-LISTA
                MOVE SPACES TO WRK-CSV
                STRING CLIENTES-F0NE    DELIMITED BY SIZE
                       ','              DELIMITED BY SIZE
                       CLIENTES-NOME    DELIMITED BY SIZE
                       ','              DELIMITED BY SIZE
                       CLIENTES-EMAIL   DELIMITED BY SIZE
                       ','              DELIMITED BY SIZE
                       CLICONS-DATA     DELIMITED BY SIZE
                    INTO WRK-CSV
                END-STRING
                WRITE MAILING-LINHA FROM WRK-CSV
            ELSE
                ADD 1 TO WRK-CLI-INVALIDO
                MOVE SPACES TO WRK-LINHA
                STRING CLIENTES-F0NE    DELIMITED BY SIZE
                       '  '             DELIMITED BY SIZE
                       CLIENTES-NOME    DELIMITED BY SIZE
                       '  '             DELIMITED BY SIZE
                       CLIENTES-EMAIL   DELIMITED BY SIZE
                    INTO WRK-LINHA
                END-STRING
                WRITE RELAT-LINHA FROM WRK-LINHA
            END-IF.

       8000-IMPRIME-TOTAIS.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'DESCADASTRAMENTOS LIDOS: '  DELIMITED BY SIZE
                   WRK-DESC-LIDOS               DELIMITED BY SIZE
                   '  APLICADOS: '              DELIMITED BY SIZE
                   WRK-DESC-APLICADOS           DELIMITED BY SIZE
                   '  JA DESCADASTRADOS: '      DELIMITED BY SIZE
                   WRK-DESC-JA                  DELIMITED BY SIZE
                   '  RECUSADOS: '              DELIMITED BY SIZE
                   WRK-DESC-RECUSADOS           DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'CLIENTES LIDOS: '           DELIMITED BY SIZE
                   WRK-CLI-LIDOS                DELIMITED BY SIZE
                   '  ACEITAM EMAIL: '          DELIMITED BY SIZE
                   WRK-CLI-ACEITE               DELIMITED BY SIZE
                   '  NA LISTA: '               DELIMITED BY SIZE
                   WRK-CLI-LISTA                DELIMITED BY SIZE
                   '  EMAIL INVALIDO: '         DELIMITED BY SIZE
                   WRK-CLI-INVALIDO             DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       3000-FINALIZAR.
            CLOSE CLIENTES.
            CLOSE CLICONS.
            CLOSE CLIENTES-LOG.
            CLOSE MAILING.
            CLOSE RELAT.
            DISPLAY 'CLIMKT: ' WRK-DESC-APLICADOS
              ' DESCADASTRAMENTOS APLICADOS'.
            DISPLAY 'CLIMKT: ' WRK-CLI-LISTA
              ' CLIENTES NA LISTA EM MAILING.CSV'.
