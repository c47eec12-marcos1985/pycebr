               PERFORM PROC-CHECK-WARNINGS
           END-IF

      * Transliteracao prevalece sobre os avisos de tamanho e de
      * sobrenome: o nome gravado nao e o que a origem mandou.
           IF PROG0002-RTN-CODE = 0 AND PROG0002-WAS-TRANSLITERATED
               MOVE 03 TO PROG0002-WARN-CODE
               MOVE 'Nome transliterado pela tabela de caracteres.'
                   TO PROG0002-MSG
               MOVE 'PROG0002: Aviso - grafia original no TRLORIG.'
                   TO PROG0002-EXP-MSG
           END-IF

           PERFORM PROC-SET-STATUS-DESC

           GOBACK.
