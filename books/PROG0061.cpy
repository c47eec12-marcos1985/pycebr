      * Book para o programa PROG0061.cbl (transliteracao de
      * caracteres estrangeiros pela tabela TRLTAB, mantida pelo
      * PROG0060). O modulo nao le arquivo - roda tambem sob CICS
      * (LINK do PROG0005): o chamador carrega a tabela em
      * PROG0061-TABLE uma vez, no inicio, e a cada nome so move
      * PROG0061-NAME (nao usar INITIALIZE no book inteiro).
      * RTN-CODE: 0 = nada a transliterar (NAME-OUT = NAME),
      *           4 = nome transliterado (NAME-OUT com as trocas,
      *               CHAR-COUNT caracteres trocados),
      *           8 = a forma transliterada nao cabe no campo
      *               (NAME-OUT = NAME, sem troca nenhuma: segue
      *               para a edicao como veio).
      * Caractere sem entrada na tabela fica como esta - a edicao
      * do PROG0002 continua rejeitando (RTN-CODE 5).
       01 PROG0061-BOOK.
           03 PROG0061-REQUEST.
               05 PROG0061-NAME.
                   10 PROG0061-SURNAME    PIC X(40).
                   10 PROG0061-GIVEN-NAME PIC X(30).
           03 PROG0061-TABLE.
               05 PROG0061-TAB-COUNT      PIC 9(04).
               05 PROG0061-TAB-ENTRY OCCURS 300 TIMES.
                   10 PROG0061-TAB-FOREIGN PIC X(02).
                   10 PROG0061-TAB-EQUIV  PIC X(03).
           03 PROG0061-CONTROL.
               05 PROG0061-RTN-CODE       PIC 9(04).
           03 PROG0061-RESPONSE.
               05 PROG0061-NAME-OUT.
                   10 PROG0061-SURNAME-OUT PIC X(40).
                   10 PROG0061-GIVEN-OUT  PIC X(30).
               05 PROG0061-CHAR-COUNT     PIC 9(03).
