       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0052.

      * Servico de reserva do batch: exclusao mutua entre os
      * programas que atualizam o mestre (janela PROG0001,
      * manutencao PROG0006, correcao PROG0011, expurgo PROG0019,
      * afiliacoes PROG0024, revisao PROG0029, restauracao PROG0035,
      * anonimizacao PROG0039, fusao PROG0040, re-processamento
      * PROG0056, nomes alternativos PROG0057 e estorno de origem
      * PROG0062) sobre o registro de controle RUNLOCK. Cada um
      * reserva no inicio, antes de abrir o mestre, e libera no fim
      * normal; com a reserva de outro job o chamador recusa a
      * execucao (RC 8). A reserva pertence ao job (cartao
      * LOCKPARM): so o reinicio do mesmo job depois de um abend
      * (indicado pelo chamador) retoma a reserva que ficou presa -
      * uma segunda submissao do mesmo job e recusada como a de
      * outro -, e os drivers da janela particionada participam da
      * reserva tomada pelo particionador. O RUNLOCK e aberto e
      * fechado a cada chamada, para os outros jobs enxergarem a
      * situacao vigente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOCK-RESOURCE
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL LOCK-PARM-FILE ASSIGN TO "LOCKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKPARM-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  LOCK-FILE.
       COPY 'books/RUNLOCK-REC.cpy'.

       FD  LOCK-PARM-FILE.
       01 LOCK-PARM-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-LOCK-STATUS PIC XX.
       01 WS-LOCKPARM-STATUS PIC XX.
       01 WS-FIRST-CALL PIC X VALUE 'Y'.
           88 WS-IS-FIRST-CALL VALUE 'Y'.
       01 WS-LOCKPARM-EOF PIC X VALUE 'N'.
           88 END-OF-LOCKPARM VALUE 'Y'.
       01 WS-RECORD-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-RECORD VALUE 'Y'.

       01 WS-MY-JOB PIC X(08) VALUE SPACES.
       01 WS-MY-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-NOW PIC X(21) VALUE SPACES.

       LINKAGE SECTION.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION USING PROG0052-BOOK.

           IF WS-IS-FIRST-CALL
               PERFORM PROC-LOAD-LOCKPARM
               MOVE 'N' TO WS-FIRST-CALL
           END-IF

           MOVE 0 TO PROG0052-RTN-CODE
           MOVE WS-MY-JOB TO PROG0052-MY-JOB
           MOVE WS-MY-OPERATOR TO PROG0052-MY-OPERATOR
           MOVE 'N' TO PROG0052-RECLAIM-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

      * Primeira reserva cria o RUNLOCK (sem define previo, como o
      * FWDFILE e o calendario).
           OPEN I-O LOCK-FILE
           IF WS-LOCK-STATUS NOT = '00' AND WS-LOCK-STATUS NOT = '05'
               DISPLAY "PROG0052: falha ao abrir RUNLOCK - STATUS "
                   WS-LOCK-STATUS
               MOVE 16 TO PROG0052-RTN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-RECORD-SWITCH
           MOVE 'MASTFILE' TO LOCK-RESOURCE
           READ LOCK-FILE
               INVALID KEY
                   INITIALIZE LOCK-RECORD
                   MOVE 'MASTFILE' TO LOCK-RESOURCE
                   MOVE 'L' TO LOCK-STATUS
               NOT INVALID KEY
                   SET WS-HAS-RECORD TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN PROG0052-FN-CLAIM
                   PERFORM PROC-CLAIM
               WHEN PROG0052-FN-JOIN
                   IF LOCK-HELD AND LOCK-JOB = WS-MY-JOB
                       MOVE 0 TO PROG0052-RTN-CODE
                   ELSE
                       MOVE 8 TO PROG0052-RTN-CODE
                   END-IF
               WHEN PROG0052-FN-RELEASE
                   IF LOCK-HELD AND LOCK-JOB = WS-MY-JOB
                       MOVE PROG0052-PROGRAM TO LOCK-RELEASED-BY
                       MOVE 'N' TO LOCK-FORCED
                       PERFORM PROC-FREE-LOCK
                   ELSE
                       MOVE 4 TO PROG0052-RTN-CODE
                   END-IF
               WHEN PROG0052-FN-FORCE
                   IF LOCK-HELD
                       MOVE PROG0052-FORCE-OPERATOR
                           TO LOCK-RELEASED-BY
                       MOVE 'S' TO LOCK-FORCED
                       PERFORM PROC-FREE-LOCK
                   ELSE
                       MOVE 4 TO PROG0052-RTN-CODE
                   END-IF
               WHEN OTHER
                   IF LOCK-HELD
                       MOVE 0 TO PROG0052-RTN-CODE
                   ELSE
                       MOVE 4 TO PROG0052-RTN-CODE
                   END-IF
           END-EVALUATE

           MOVE LOCK-STATUS      TO PROG0052-LOCK-STATUS
           MOVE LOCK-PROGRAM     TO PROG0052-LOCK-PROGRAM
           MOVE LOCK-JOB         TO PROG0052-LOCK-JOB
           MOVE LOCK-OPERATOR    TO PROG0052-LOCK-OPERATOR
           MOVE LOCK-CLAIM-TS    TO PROG0052-LOCK-CLAIM-TS
           MOVE LOCK-RELEASE-TS  TO PROG0052-LOCK-RELEASE-TS
           MOVE LOCK-RELEASED-BY TO PROG0052-LOCK-RELEASED-BY
           MOVE LOCK-FORCED      TO PROG0052-LOCK-FORCED

           CLOSE LOCK-FILE

           GOBACK.

      * Cartoes JOB= e OPERADOR= do passo; sem cartao o job e o
      * proprio programa chamador.
       PROC-LOAD-LOCKPARM.

           MOVE PROG0052-PROGRAM TO WS-MY-JOB
           MOVE SPACES TO WS-MY-OPERATOR

           OPEN INPUT LOCK-PARM-FILE
           IF WS-LOCKPARM-STATUS = '00'
               PERFORM UNTIL END-OF-LOCKPARM
                   READ LOCK-PARM-FILE
                       AT END
                           SET END-OF-LOCKPARM TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN LOCK-PARM-RECORD (1:4) = 'JOB='
                                   MOVE LOCK-PARM-RECORD (5:8)
                                       TO WS-MY-JOB
                               WHEN LOCK-PARM-RECORD (1:9)
                                       = 'OPERADOR='
                                   MOVE LOCK-PARM-RECORD (10:8)
                                       TO WS-MY-OPERATOR
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE LOCK-PARM-FILE
           END-IF.

      * Reserva de outro job recusa; a do mesmo job e retomada.
       PROC-CLAIM.

           IF LOCK-HELD AND (LOCK-JOB NOT = WS-MY-JOB
                   OR NOT PROG0052-IS-RESTART)
               MOVE 8 TO PROG0052-RTN-CODE
           ELSE
               IF LOCK-HELD
                   MOVE 'S' TO PROG0052-RECLAIM-FLAG
               END-IF
               MOVE 'R'                TO LOCK-STATUS
               MOVE PROG0052-PROGRAM   TO LOCK-PROGRAM
               MOVE WS-MY-JOB          TO LOCK-JOB
               MOVE WS-MY-OPERATOR     TO LOCK-OPERATOR
               MOVE WS-NOW (1:14)      TO LOCK-CLAIM-TS
               MOVE SPACES             TO LOCK-RELEASE-TS
               MOVE SPACES             TO LOCK-RELEASED-BY
               MOVE 'N'                TO LOCK-FORCED
               IF WS-HAS-RECORD
                   REWRITE LOCK-RECORD
               ELSE
                   WRITE LOCK-RECORD
               END-IF
               IF WS-LOCK-STATUS NOT = '00'
                   DISPLAY "PROG0052: falha ao gravar RUNLOCK - "
                       "STATUS " WS-LOCK-STATUS
                   MOVE 16 TO PROG0052-RTN-CODE
               END-IF
           END-IF.

       PROC-FREE-LOCK.

           MOVE 'L' TO LOCK-STATUS
           MOVE WS-NOW (1:14) TO LOCK-RELEASE-TS
           REWRITE LOCK-RECORD
           IF WS-LOCK-STATUS NOT = '00'
               DISPLAY "PROG0052: falha ao gravar RUNLOCK - STATUS "
                   WS-LOCK-STATUS
               MOVE 16 TO PROG0052-RTN-CODE
           END-IF.
