           05 ARQ-LGPD-DIAS         PIC X(120).
           05 ARQ-LGPD-TMP          PIC X(120).
           05 ARQ-LGPD-LST          PIC X(120).
           05 ARQ-PRODUTOS          PIC X(120).
           05 ARQ-ESTOQ-LST         PIC X(120).
           05 ARQ-NOTAS             PIC X(120).
           05 ARQ-NOTITENS          PIC X(120).
           05 ARQ-NOTANUM           PIC X(120).
           05 ARQ-NOTA-PREF         PIC X(120).
           05 ARQ-BOLETOS           PIC X(120).
           05 ARQ-REMNUM            PIC X(120).
           05 ARQ-REMES-PREF        PIC X(120).
           05 ARQ-REMES-LST         PIC X(120).
           05 ARQ-BOLETO-DIAS       PIC X(120).
           05 ARQ-BANCO-CEDENTE     PIC X(120).
           05 ARQ-RETORNO           PIC X(120).
           05 ARQ-RETOR-LST         PIC X(120).
           05 ARQ-CLICRED           PIC X(120).
           05 ARQ-DEVOLUC           PIC X(120).
           05 ARQ-CREDITO           PIC X(120).
           05 ARQ-CREDNUM           PIC X(120).
           05 ARQ-PERIODO           PIC X(120).
           05 ARQ-FECHAMEN          PIC X(120).
           05 ARQ-FECHA-LST         PIC X(120).
           05 ARQ-PEDWEB-CSV        PIC X(120).
           05 ARQ-PEDWEB            PIC X(120).
           05 ARQ-PEDIM-REJ         PIC X(120).
           05 ARQ-PEDCANC           PIC X(120).
           05 ARQ-EXTRA-PREF        PIC X(120).
           05 ARQ-EXTRA-LST         PIC X(120).
           05 ARQ-CLISEGM           PIC X(120).
           05 ARQ-RFM-LST           PIC X(120).
           05 ARQ-CLICONS           PIC X(120).
           05 ARQ-MAILING           PIC X(120).
           05 ARQ-DESCADAS          PIC X(120).
           05 ARQ-MKT-LST           PIC X(120).
