            MOVE SPACES TO ARQ-LGPD-DIAS.
            MOVE SPACES TO ARQ-LGPD-TMP.
            MOVE SPACES TO ARQ-LGPD-LST.
            MOVE SPACES TO ARQ-PRODUTOS.
            MOVE SPACES TO ARQ-ESTOQ-LST.
            MOVE SPACES TO ARQ-NOTAS.
            MOVE SPACES TO ARQ-NOTITENS.
            MOVE SPACES TO ARQ-NOTANUM.
            MOVE SPACES TO ARQ-NOTA-PREF.
            MOVE SPACES TO ARQ-BOLETOS.
            MOVE SPACES TO ARQ-REMNUM.
            MOVE SPACES TO ARQ-REMES-PREF.
            MOVE SPACES TO ARQ-REMES-LST.
            MOVE SPACES TO ARQ-BOLETO-DIAS.
            MOVE SPACES TO ARQ-BANCO-CEDENTE.
            MOVE SPACES TO ARQ-RETORNO.
            MOVE SPACES TO ARQ-RETOR-LST.
            MOVE SPACES TO ARQ-CLICRED.
            MOVE SPACES TO ARQ-DEVOLUC.
            MOVE SPACES TO ARQ-CREDITO.
            MOVE SPACES TO ARQ-CREDNUM.
            MOVE SPACES TO ARQ-PERIODO.
            MOVE SPACES TO ARQ-FECHAMEN.
            MOVE SPACES TO ARQ-FECHA-LST.
            MOVE SPACES TO ARQ-PEDWEB-CSV.
            MOVE SPACES TO ARQ-PEDWEB.
            MOVE SPACES TO ARQ-PEDIM-REJ.
            MOVE SPACES TO ARQ-PEDCANC.
            MOVE SPACES TO ARQ-EXTRA-PREF.
            MOVE SPACES TO ARQ-EXTRA-LST.
            MOVE SPACES TO ARQ-CLISEGM.
            MOVE SPACES TO ARQ-RFM-LST.
            MOVE SPACES TO ARQ-CLICONS.
            MOVE SPACES TO ARQ-MAILING.
            MOVE SPACES TO ARQ-DESCADAS.
            MOVE SPACES TO ARQ-MKT-LST.
            OPEN INPUT CONFIG.
            IF CONFIG-STATUS NOT = ZERO
                MOVE 'N' TO ARQ-CFG-OK
                MOVE WRK-VALOR TO ARQ-LGPD-TMP
              WHEN 'LGPD-LST'
                MOVE WRK-VALOR TO ARQ-LGPD-LST
              WHEN 'PRODUTOS'
                MOVE WRK-VALOR TO ARQ-PRODUTOS
              WHEN 'ESTOQ-LST'
                MOVE WRK-VALOR TO ARQ-ESTOQ-LST
              WHEN 'NOTAS'
                MOVE WRK-VALOR TO ARQ-NOTAS
              WHEN 'NOTITENS'
                MOVE WRK-VALOR TO ARQ-NOTITENS
              WHEN 'NOTANUM'
                MOVE WRK-VALOR TO ARQ-NOTANUM
              WHEN 'NOTA-PREF'
                MOVE WRK-VALOR TO ARQ-NOTA-PREF
              WHEN 'BOLETOS'
                MOVE WRK-VALOR TO ARQ-BOLETOS
              WHEN 'REMNUM'
                MOVE WRK-VALOR TO ARQ-REMNUM
              WHEN 'REMES-PREF'
                MOVE WRK-VALOR TO ARQ-REMES-PREF
              WHEN 'REMES-LST'
                MOVE WRK-VALOR TO ARQ-REMES-LST
              WHEN 'BOLETO-DIAS'
                MOVE WRK-VALOR TO ARQ-BOLETO-DIAS
              WHEN 'BANCO-CEDENTE'
                MOVE WRK-VALOR TO ARQ-BANCO-CEDENTE
              WHEN 'RETORNO'
                MOVE WRK-VALOR TO ARQ-RETORNO
              WHEN 'RETOR-LST'
                MOVE WRK-VALOR TO ARQ-RETOR-LST
              WHEN 'CLICRED'
                MOVE WRK-VALOR TO ARQ-CLICRED
              WHEN 'DEVOLUC'
                MOVE WRK-VALOR TO ARQ-DEVOLUC
              WHEN 'CREDITO'
                MOVE WRK-VALOR TO ARQ-CREDITO
              WHEN 'CREDNUM'
                MOVE WRK-VALOR TO ARQ-CREDNUM
              WHEN 'PERIODO'
                MOVE WRK-VALOR TO ARQ-PERIODO
              WHEN 'FECHAMEN'
                MOVE WRK-VALOR TO ARQ-FECHAMEN
              WHEN 'FECHA-LST'
                MOVE WRK-VALOR TO ARQ-FECHA-LST
              WHEN 'PEDWEB-CSV'
                MOVE WRK-VALOR TO ARQ-PEDWEB-CSV
              WHEN 'PEDWEB'
                MOVE WRK-VALOR TO ARQ-PEDWEB
              WHEN 'PEDIM-REJ'
                MOVE WRK-VALOR TO ARQ-PEDIM-REJ
              WHEN 'PEDCANC'
                MOVE WRK-VALOR TO ARQ-PEDCANC
              WHEN 'EXTRA-PREF'
                MOVE WRK-VALOR TO ARQ-EXTRA-PREF
              WHEN 'EXTRA-LST'
                MOVE WRK-VALOR TO ARQ-EXTRA-LST
              WHEN 'CLISEGM'
                MOVE WRK-VALOR TO ARQ-CLISEGM
              WHEN 'RFM-LST'
                MOVE WRK-VALOR TO ARQ-RFM-LST
              WHEN 'CLICONS'
                MOVE WRK-VALOR TO ARQ-CLICONS
              WHEN 'MAILING'
                MOVE WRK-VALOR TO ARQ-MAILING
              WHEN 'DESCADAS'
                MOVE WRK-VALOR TO ARQ-DESCADAS
              WHEN 'MKT-LST'
                MOVE WRK-VALOR TO ARQ-MKT-LST
              WHEN OTHER
                CONTINUE
            END-EVALUATE.
                MOVE 'LGPD-LST' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-PRODUTOS = SPACES
                MOVE 'PRODUTOS' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-ESTOQ-LST = SPACES
                MOVE 'ESTOQ-LST' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-NOTAS = SPACES
                MOVE 'NOTAS' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-NOTITENS = SPACES
                MOVE 'NOTITENS' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-NOTANUM = SPACES
                MOVE 'NOTANUM' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-NOTA-PREF = SPACES
                MOVE 'NOTA-PREF' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-BOLETOS = SPACES
                MOVE 'BOLETOS' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-REMNUM = SPACES
                MOVE 'REMNUM' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-REMES-PREF = SPACES
                MOVE 'REMES-PREF' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-REMES-LST = SPACES
                MOVE 'REMES-LST' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-BOLETO-DIAS = SPACES
                MOVE 'BOLETO-DIAS' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-BANCO-CEDENTE = SPACES
                MOVE 'BANCO-CEDENTE' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-RETORNO = SPACES
                MOVE 'RETORNO' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-RETOR-LST = SPACES
                MOVE 'RETOR-LST' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-CLICRED = SPACES
                MOVE 'CLICRED' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-DEVOLUC = SPACES
                MOVE 'DEVOLUC' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-CREDITO = SPACES
                MOVE 'CREDITO' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-CREDNUM = SPACES
                MOVE 'CREDNUM' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-PERIODO = SPACES
                MOVE 'PERIODO' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-FECHAMEN = SPACES
                MOVE 'FECHAMEN' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-FECHA-LST = SPACES
                MOVE 'FECHA-LST' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-PEDWEB-CSV = SPACES
                MOVE 'PEDWEB-CSV' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-PEDWEB = SPACES
                MOVE 'PEDWEB' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-PEDIM-REJ = SPACES
                MOVE 'PEDIM-REJ' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-PEDCANC = SPACES
                MOVE 'PEDCANC' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-EXTRA-PREF = SPACES
                MOVE 'EXTRA-PREF' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-EXTRA-LST = SPACES
                MOVE 'EXTRA-LST' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-CLISEGM = SPACES
                MOVE 'CLISEGM' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-RFM-LST = SPACES
                MOVE 'RFM-LST' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-CLICONS = SPACES
                MOVE 'CLICONS' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-MAILING = SPACES
                MOVE 'MAILING' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-DESCADAS = SPACES
                MOVE 'DESCADAS' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.
            IF ARQ-CFG-OK = 'S' AND ARQ-MKT-LST = SPACES
                MOVE 'MKT-LST' TO WRK-CHAVE
                PERFORM 3200-MONTA-MENSAGEM
            END-IF.

       3200-MONTA-MENSAGEM.
            MOVE 'N' TO ARQ-CFG-OK.
