      * Book para a lista de restricao (WATCHLST), recebida semanal-
      * mente da area de compliance e carregada pelo PROG0047. A
      * chave comeca pela chave sonora (PROG0028) do nome ja na
      * forma canonica (PROG0015), seguida do proprio nome: o nome
      * exato e lido direto pela chave inteira e a semelhanca
      * sonora e uma faixa de START sobre a mesma chave (nome igual
      * implica chave sonora igual), sem indice alternativo. Servico
      * de triagem: PROG0048.
       01 WATCH-RECORD.
           05 WATCH-KEY.
               10 WATCH-PHON-KEY      PIC X(08).
               10 WATCH-NAME.
                   15 WATCH-SURNAME   PIC X(40).
                   15 WATCH-GIVEN-NAME PIC X(30).
      * Referencia da entrada na lista de compliance (como veio no
      * WATCHIN), citada no relatorio e na fila de triagem.
           05 WATCH-ENTRY-REF         PIC X(12).
      * Edicao da lista em que a entrada apareceu pela primeira vez e
      * a ultima edicao que a trouxe; a carga remove as entradas que
      * deixaram de vir.
           05 WATCH-ADD-DATE          PIC X(08).
           05 WATCH-LIST-DATE         PIC X(08).
