      * Book para o programa PROG0048.cbl (triagem de um nome contra
      * a lista de restricao - WATCHLST, carregada pelo PROG0047).
      * Recebe o nome ja na forma canonica (PROG0015) e a chave
      * sonora dele (PROG0028), como gravados no mestre.
      * RTN-CODE: 0 = nenhuma ocorrencia na lista,
      *           4 = ocorrencia (tipo, nome e referencia da entrada
      *               da lista na resposta),
      *           8 = lista de restricao indisponivel - o chamador
      *               nao pode aceitar o nome sem triagem.
       01 PROG0048-BOOK.
           03 PROG0048-REQUEST.
               05 PROG0048-NAME.
                   10 PROG0048-SURNAME PIC X(40).
                   10 PROG0048-GIVEN-NAME PIC X(30).
               05 PROG0048-PHON-KEY PIC X(08).
           03 PROG0048-CONTROL.
               05 PROG0048-RTN-CODE PIC 9(04).
                   88 PROG0048-NO-HIT VALUE 0.
                   88 PROG0048-HIT VALUE 4.
                   88 PROG0048-UNAVAILABLE VALUE 8.
           03 PROG0048-RESPONSE.
      * N = nome exato, S = mesma chave sonora (nome diferente).
               05 PROG0048-MATCH-TYPE PIC X(01).
               05 PROG0048-WATCH-NAME.
                   10 PROG0048-WATCH-SURNAME PIC X(40).
                   10 PROG0048-WATCH-GIVEN PIC X(30).
               05 PROG0048-WATCH-REF PIC X(12).
