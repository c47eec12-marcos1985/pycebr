
       COPY 'books/PROG0003.cpy'.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-CLAIM-LOCK

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-REVWIN
           MOVE SPACES               TO EXCPREG-RES-DATE
           MOVE SPACES               TO EXCPREG-WORKED-BY
           MOVE SPACES               TO EXCPREG-WORKED-DATE
           MOVE SPACES               TO EXCPREG-SOURCE
           MOVE SPACES               TO EXCPREG-BUS-DATE
           MOVE SPACES               TO EXCPREG-COUNTRIES
           MOVE SPACES               TO EXCPREG-RAW-NAME

           WRITE EXCPREG-RECORD
               INVALID KEY
           MOVE REVWIN-OPERATOR TO AUDIT-OPERATOR
           MOVE REVWIN-DECISION TO AUDIT-ACTION
           MOVE REVW-MATCH-NAME TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

               TO REVW-REPORT-LINE
           WRITE REVW-REPORT-LINE.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0029' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0029: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0029: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0029: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0029' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
