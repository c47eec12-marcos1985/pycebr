      * codigo de aviso, em vez de rejeitar ou passar em silencio.
               05 PROG0002-WARN-ENABLED   PIC X(01).
                   88 PROG0002-WARNINGS-ON VALUE 'S'.
      * Nome que passou pela tabela de transliteracao (PROG0061)
      * antes da edicao: aceito, sai com o aviso 03 mesmo com a
      * camada de avisos desligada.
               05 PROG0002-TRANSLIT-FLAG  PIC X(01).
                   88 PROG0002-WAS-TRANSLITERATED VALUE 'S'.
           03 PROG0002-CONTROL.
               05 PROG0002-RTN-CODE       PIC 9(04).
               05 PROG0002-MSG            PIC X(255).
      *   00 = sem aviso
      *   01 = nome exatamente no tamanho minimo
      *   02 = sobrenome de palavra unica
      *   03 = nome transliterado (caractere estrangeiro trocado
      *        pela tabela TRLTAB; grafia original no TRLORIG)
               05 PROG0002-WARN-CODE      PIC 9(02).
                   88 PROG0002-HAS-WARNING VALUE 01 THRU 99.
                 
