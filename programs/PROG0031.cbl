      * A distribuicao e por fatias CONTIGUAS (primeiros K detalhes
      * na particao 1, e assim por diante), para os IDs emitidos por
      * cada driver casarem com a ordem original do arquivo.
      * A janela particionada reserva o mestre aqui (RUNLOCK, servico
      * PROG0052) antes de avancar o IDSEQFIL; os drivers participam
      * da reserva (PARTICAO=S) e o PROG0032 a libera no fim - por
      * isso todos os passos levam o mesmo cartao JOB= no LOCKPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-PART-BASE OCCURS 4 TIMES PIC 9(08).
       01 WS-PART-IDX PIC 9(01) VALUE 0.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           PERFORM PROC-LOAD-PARM
               STOP RUN
           END-IF

           PERFORM PROC-CLAIM-LOCK

      * Fatia = teto(detalhes / particoes).
           COMPUTE WS-PART-SIZE =
               (WS-TOTAL-DETAILS + WS-PART-COUNT - 1) / WS-PART-COUNT
           END-IF
           STOP RUN.

      * Sem liberacao no fim: a reserva fica com a janela ate a
      * consolidacao (PROG0032).
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0031' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0031: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - JANELA RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0031: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0031: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

      * Um registro por envelope, na ordem do NAMEIN: a contagem de
      * detalhes do envelope vai no campo de lidos (e o cursor com
      * que a consolidacao remonta as fatias dos drivers por
               MOVE 0 TO RUNSUM-TOTAL-ACCEPTED
               MOVE 0 TO RUNSUM-TOTAL-REJECTED
               MOVE 0 TO RUNSUM-TOTAL-WARNED
               MOVE 0 TO RUNSUM-TOTAL-HELD
               MOVE WS-ENV-SOURCE (WS-ENV-IDX) TO RUNSUM-SOURCE
               MOVE WS-ENV-STATUS (WS-ENV-IDX) TO RUNSUM-ENV-STATUS
               WRITE RUNSUM-RECORD
