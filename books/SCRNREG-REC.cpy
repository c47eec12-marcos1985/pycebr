      * Book para a fila de triagem da lista de restricao (SCRNREG),
      * chaveada pelo MASTER-ID do registro flagrado. A entrada nasce
      * na aceitacao (janela PROG0001, correcao PROG0011) ou na
      * retriagem do mestre inteiro (PROG0049); o registro fica no
      * mestre mas nao sai no feed enquanto a pendencia nao for
      * liberada. Compliance decide pelo PROG0050 (SCRNIN).
      * Situacoes:
      *   P = pendente de decisao de compliance
      *   C = confirmada: o registro segue retido do feed
      *   L = liberada (falso positivo): publicada pelo PROG0050
       01 SCRN-RECORD.
           05 SCRN-ID                 PIC 9(08).
           05 SCRN-NAME.
               10 SCRN-SURNAME        PIC X(40).
               10 SCRN-GIVEN-NAME     PIC X(30).
           05 SCRN-STATUS             PIC X(01).
               88 SCRN-PENDING            VALUE 'P'.
               88 SCRN-CONFIRMED          VALUE 'C'.
               88 SCRN-CLEARED            VALUE 'L'.
      * N = nome exato da lista, S = mesma chave sonora.
           05 SCRN-MATCH-TYPE         PIC X(01).
               88 SCRN-MATCH-NAME         VALUE 'N'.
               88 SCRN-MATCH-SOUND        VALUE 'S'.
           05 SCRN-WATCH-NAME.
               10 SCRN-WATCH-SURNAME  PIC X(40).
               10 SCRN-WATCH-GIVEN    PIC X(30).
           05 SCRN-WATCH-REF          PIC X(12).
      * Quem flagrou: J = janela (PROG0001), C = correcao (PROG0011),
      * T = retriagem do mestre (PROG0049), R = re-processamento
      * automatico depois da carga de paises (PROG0056).
           05 SCRN-ORIGIN             PIC X(01).
      * 'S' quando o registro ja saiu no feed antes do flagrante
      * (retriagem): a liberacao nao o publica de novo.
           05 SCRN-PUBLISHED          PIC X(01).
               88 SCRN-WAS-PUBLISHED      VALUE 'S'.
           05 SCRN-HIT-DATE           PIC X(08).
           05 SCRN-OPERATOR           PIC X(08).
           05 SCRN-RES-DATE           PIC X(08).
