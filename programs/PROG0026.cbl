      *     aguardando RESTART=Y;
      *   - EXCPREG: pendencias em aberto e a mais antiga;
      *   - RUNHIST: totais da data contra a media das anteriores;
      *   - aceite do feed: ACKFILE contra os aceitos do RUNSUMF;
      *   - RUNLOCK: reserva do mestre ainda presa (servico PROG0052)
      *     = atualizador abendado ou em execucao; liberar com o
      *     PROG0053 depois de conferir o job dono.
      * PARM: DATA=AAAAMMDD (data de movimento conferida; default o
      * dia util anterior a data corrente, pelo calendario do
      * servico de datas PROG0043).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-CHECK-DATE PIC X(08) VALUE SPACES.

       01 WS-AREA-VERDICT PIC X(07) VALUE SPACES.
       01 WS-ATTENTION-COUNT PIC 9(02) VALUE 0.
       01 WS-ACK-DATE-ENTRIES PIC 9(04) VALUE 0.
       01 WS-ACK-DATE-ACKED PIC 9(04) VALUE 0.

      * Area 6 - reserva do mestre.
       01 WS-LOCK-FOUND PIC X VALUE 'N'.
           88 WS-IS-LOCK-HELD VALUE 'Y'.
       01 WS-LOCK-UNREAD PIC X VALUE 'N'.
           88 WS-IS-LOCK-UNREAD VALUE 'Y'.

       COPY 'books/PROG0043.cpy'.
       COPY 'books/PROG0052.cpy'.

       LINKAGE SECTION.

       01 PROG0026-PARM PIC X(40).
           IF PROG0026-PARM (1:5) = 'DATA='
               MOVE PROG0026-PARM (6:8) TO WS-CHECK-DATE
           ELSE
      * Default: o dia util anterior - o movimento que rodou esta
      * madrugada (na segunda-feira, o da sexta; depois de um
      * feriado, o da vespera dele).
               INITIALIZE PROG0043-BOOK
               SET PROG0043-PREV-BUSINESS TO TRUE
               MOVE WS-RUN-DATE (1:8) TO PROG0043-DATE-FROM
               CALL 'PROG0043' USING PROG0043-BOOK
               MOVE PROG0043-RESULT-DATE TO WS-CHECK-DATE
           END-IF

           PERFORM PROC-CHECK-RUNREG
           PERFORM PROC-CHECK-EXCPREG
           PERFORM PROC-CHECK-RUNHIST
           PERFORM PROC-CHECK-ACK
           PERFORM PROC-CHECK-LOCK

           PERFORM PROC-WRITE-REPORT

                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-EXPECTED-COUNT =
                           RUNSUM-TOTAL-ACCEPTED - RUNSUM-TOTAL-HELD
               END-READ
               CLOSE RUNSUM-FILE
           END-IF
               CLOSE ACK-FILE
           END-IF.

      * So consulta: o servico nao altera a reserva nesta funcao.
       PROC-CHECK-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-QUERY TO TRUE
           MOVE 'PROG0026' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           EVALUATE TRUE
               WHEN PROG0052-GRANTED
                   SET WS-IS-LOCK-HELD TO TRUE
               WHEN PROG0052-UNAVAILABLE
                   SET WS-IS-LOCK-UNREAD TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROC-WRITE-REPORT.

           OPEN OUTPUT STAT-REPORT
           PERFORM PROC-REPORT-EXCPREG
           PERFORM PROC-REPORT-RUNHIST
           PERFORM PROC-REPORT-ACK
           PERFORM PROC-REPORT-LOCK

           MOVE "====================================================="
               TO STAT-REPORT-LINE
                      INTO STAT-REPORT-LINE
           END-IF
           WRITE STAT-REPORT-LINE.

       PROC-REPORT-LOCK.

           EVALUATE TRUE
               WHEN WS-IS-LOCK-HELD
                   MOVE "ATENCAO" TO WS-AREA-VERDICT
                   ADD 1 TO WS-ATTENTION-COUNT
                   STRING WS-AREA-VERDICT DELIMITED BY SIZE
                          " RESERVA MESTRE..: PRESA JOB="
                              DELIMITED BY SIZE
                          PROG0052-LOCK-JOB DELIMITED BY SIZE
                          " PGM=" DELIMITED BY SIZE
                          PROG0052-LOCK-PROGRAM DELIMITED BY SIZE
                          " OPER=" DELIMITED BY SIZE
                          PROG0052-LOCK-OPERATOR DELIMITED BY SIZE
                          " DESDE=" DELIMITED BY SIZE
                          PROG0052-LOCK-CLAIM-TS DELIMITED BY SIZE
                          INTO STAT-REPORT-LINE
               WHEN WS-IS-LOCK-UNREAD
                   MOVE "ATENCAO" TO WS-AREA-VERDICT
                   ADD 1 TO WS-ATTENTION-COUNT
                   STRING WS-AREA-VERDICT DELIMITED BY SIZE
                          " RESERVA MESTRE..: RUNLOCK ILEGIVEL"
                              DELIMITED BY SIZE
                          INTO STAT-REPORT-LINE
               WHEN OTHER
                   MOVE "OK     " TO WS-AREA-VERDICT
                   STRING WS-AREA-VERDICT DELIMITED BY SIZE
                          " RESERVA MESTRE..: LIVRE" DELIMITED BY SIZE
                          INTO STAT-REPORT-LINE
           END-EVALUATE
           WRITE STAT-REPORT-LINE.
