       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0048.

      * Servico de triagem contra a lista de restricao: procura o
      * nome canonico na WATCHLST (PROG0047) primeiro pelo nome exato
      * e, nao havendo, por qualquer entrada com a mesma chave sonora
      * (PROG0028). Chamavel pela janela batch (PROG0001), pela
      * correcao de excecoes (PROG0011) e pela retriagem do mestre
      * (PROG0049), para que a regra de ocorrencia seja uma so.
      * Sem a lista o servico responde RTN 8: a triagem e exigencia
      * de compliance e o chamador nao segue sem ela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WATCH-KEY
               FILE STATUS IS WS-WATCH-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  WATCH-FILE.
       COPY 'books/WATCH-REC.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-WATCH-STATUS PIC XX.
       01 WS-WATCH-OPEN PIC X VALUE 'N'.
           88 WS-WATCH-IS-OPEN VALUE 'Y'.
       01 WS-FIRST-CALL PIC X VALUE 'Y'.
           88 WS-IS-FIRST-CALL VALUE 'Y'.
       01 WS-WATCH-EOF PIC X VALUE 'N'.
           88 END-OF-WATCH VALUE 'Y'.

       LINKAGE SECTION.

       COPY 'books/PROG0048.cpy'.

       PROCEDURE DIVISION USING PROG0048-BOOK.

      * A lista fica aberta entre as chamadas da mesma execucao,
      * como o calendario no PROG0043.
           IF WS-IS-FIRST-CALL
               OPEN INPUT WATCH-FILE
               IF WS-WATCH-STATUS = '00'
                   SET WS-WATCH-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "PROG0048: falha ao abrir WATCHLST - STATUS "
                       WS-WATCH-STATUS
               END-IF
               MOVE 'N' TO WS-FIRST-CALL
           END-IF

           MOVE 0 TO PROG0048-RTN-CODE
           MOVE SPACE TO PROG0048-MATCH-TYPE
           MOVE SPACES TO PROG0048-WATCH-NAME
           MOVE SPACES TO PROG0048-WATCH-REF

           IF NOT WS-WATCH-IS-OPEN
               MOVE 8 TO PROG0048-RTN-CODE
           ELSE
               PERFORM PROC-MATCH-NAME
               IF PROG0048-NO-HIT AND PROG0048-PHON-KEY NOT = SPACES
                   PERFORM PROC-MATCH-SOUND
               END-IF
           END-IF

           GOBACK.

       PROC-MATCH-NAME.

           MOVE PROG0048-PHON-KEY TO WATCH-PHON-KEY
           MOVE PROG0048-NAME TO WATCH-NAME
           READ WATCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO PROG0048-MATCH-TYPE
                   PERFORM PROC-RETURN-HIT
           END-READ.

      * Faixa da chave sonora: a primeira entrada da lista com a
      * mesma chave e a ocorrencia (o nome exato ja foi procurado).
      * Chave sonora em branco nao e procurada - casaria com todo
      * nome sem chave.
       PROC-MATCH-SOUND.

           MOVE 'N' TO WS-WATCH-EOF
           MOVE PROG0048-PHON-KEY TO WATCH-PHON-KEY
           MOVE LOW-VALUES TO WATCH-NAME
           START WATCH-FILE KEY IS NOT LESS THAN WATCH-KEY
               INVALID KEY
                   SET END-OF-WATCH TO TRUE
           END-START

           IF NOT END-OF-WATCH
               READ WATCH-FILE NEXT RECORD
                   AT END
                       SET END-OF-WATCH TO TRUE
                   NOT AT END
                       IF WATCH-PHON-KEY = PROG0048-PHON-KEY
                           MOVE 'S' TO PROG0048-MATCH-TYPE
                           PERFORM PROC-RETURN-HIT
                       END-IF
               END-READ
           END-IF.

       PROC-RETURN-HIT.

           MOVE 4 TO PROG0048-RTN-CODE
           MOVE WATCH-NAME TO PROG0048-WATCH-NAME
           MOVE WATCH-ENTRY-REF TO PROG0048-WATCH-REF.
