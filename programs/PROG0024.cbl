
       COPY 'books/PROG0014.cpy'.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-CLAIM-LOCK

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-XREFIN
           CALL 'PROG0014' USING PROG0014-BOOK
           IF PROG0014-RTN-CODE NOT = 0
               MOVE "ID NAO CADASTRADO NO MESTRE" TO WS-REJECT-REASON
           END-IF
      * ID aposentado numa fusao: a afiliacao e do sobrevivente.
           IF PROG0014-RTN-CODE = 0 AND PROG0014-FORWARDED
               MOVE PROG0014-RESOLVED-ID TO XREFM-ID
           END-IF.

      * Mesma regra do PROC-LOOKUP-COUNTRIES da janela batch: codigo
           MOVE XREFM-OPERATOR TO AUDIT-OPERATOR
           MOVE XREFM-ACTION TO AUDIT-ACTION
           MOVE PROG0014-NAME TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

               TO XREF-REPORT-LINE
           WRITE XREF-REPORT-LINE.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0024' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0024: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0024: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0024: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0024' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
