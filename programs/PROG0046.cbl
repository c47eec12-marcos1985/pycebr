       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0046.

      * Relatorio diario das solicitacoes de manutencao com dupla
      * custodia (APRVREG, transacao online PROG0045): lista todas
      * as solicitacoes ainda PENDENTES de aprovacao (com a idade em
      * dias uteis - servico de datas PROG0043), as APROVADAS que
      * aguardam a manutencao noturna, e as decididas no dia do
      * relatorio - RECUSADAS pelo aprovador e EFETIVADAS/REJEITADAS
      * pelo PROG0006 - com solicitante e aprovador. Roda depois da
      * manutencao noturna; PARM DATA=AAAAMMDD reemite o relatorio
      * de um dia passado (default: data da execucao). RC 4 quando
      * ha solicitacao rejeitada no batch do dia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRV-FILE ASSIGN TO "APRVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APRV-ID
               FILE STATUS IS WS-APRV-STATUS.

           SELECT APRV-REPORT ASSIGN TO "APRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  APRV-FILE.
       COPY 'books/APRVREG-REC.cpy'.

       FD  APRV-REPORT.
       01 APRV-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-APRV-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-APRV-EOF PIC X VALUE 'N'.
           88 END-OF-APRV VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REPORT-DATE PIC X(08) VALUE SPACES.
       01 WS-AGE-DAYS PIC S9(05) VALUE 0.
       01 WS-SITUATION PIC X(10) VALUE SPACES.
       01 WS-PRINT-SWITCH PIC X VALUE 'N'.
           88 WS-IS-PRINT VALUE 'Y'.

       01 WS-TOTALS.
           05 WS-TOTAL-PENDING        PIC 9(07) VALUE 0.
           05 WS-TOTAL-APPROVED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-DECLINED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-APPLIED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-FAILED         PIC 9(07) VALUE 0.

       COPY 'books/PROG0043.cpy'.

       LINKAGE SECTION.

       01 PROG0046-PARM PIC X(40).

       PROCEDURE DIVISION USING PROG0046-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           IF PROG0046-PARM (1:5) = 'DATA='
               MOVE PROG0046-PARM (6:8) TO WS-REPORT-DATE
           ELSE
               MOVE WS-RUN-DATE (1:8) TO WS-REPORT-DATE
           END-IF
           IF WS-REPORT-DATE IS NOT NUMERIC
               DISPLAY "PROG0046: DATA= invalida no PARM: "
                   WS-REPORT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT APRV-FILE
           IF WS-APRV-STATUS NOT = '00'
               DISPLAY "PROG0046: falha ao abrir APRVREG - STATUS "
                   WS-APRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT APRV-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0046: falha ao abrir APRVRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE
           MOVE SPACES TO APRV-REPORT-LINE
           STRING "SOLICITACOES COM DUPLA CUSTODIA EM "
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  " - PROG0046" DELIMITED BY SIZE
                  INTO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE
           MOVE "====================================================="
               TO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE

           PERFORM UNTIL END-OF-APRV
               READ APRV-FILE NEXT RECORD
                   AT END
                       SET END-OF-APRV TO TRUE
                   NOT AT END
                       PERFORM PROC-CLASSIFY-REQUEST
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-TOTALS

           CLOSE APRV-FILE
           CLOSE APRV-REPORT

           PERFORM PROC-END-PROG.

      * Pendentes e aprovadas saem sempre (ainda estao em aberto);
      * recusadas e as tratadas pelo batch so no dia da decisao.
       PROC-CLASSIFY-REQUEST.

           MOVE 'N' TO WS-PRINT-SWITCH
           MOVE 0 TO WS-AGE-DAYS

           EVALUATE TRUE
               WHEN APRV-PENDING
                   ADD 1 TO WS-TOTAL-PENDING
                   MOVE 'PENDENTE' TO WS-SITUATION
                   INITIALIZE PROG0043-BOOK
                   SET PROG0043-ELAPSED TO TRUE
                   MOVE APRV-REQ-TS (1:8) TO PROG0043-DATE-FROM
                   MOVE WS-REPORT-DATE TO PROG0043-DATE-TO
                   CALL 'PROG0043' USING PROG0043-BOOK
                   MOVE PROG0043-BUS-DAYS TO WS-AGE-DAYS
                   SET WS-IS-PRINT TO TRUE
               WHEN APRV-APPROVED
                   ADD 1 TO WS-TOTAL-APPROVED
                   MOVE 'APROVADA' TO WS-SITUATION
                   SET WS-IS-PRINT TO TRUE
               WHEN APRV-DECLINED
                       AND APRV-DECIDE-TS (1:8) = WS-REPORT-DATE
                   ADD 1 TO WS-TOTAL-DECLINED
                   MOVE 'RECUSADA' TO WS-SITUATION
                   SET WS-IS-PRINT TO TRUE
               WHEN APRV-APPLIED
                       AND APRV-BATCH-TS (1:8) = WS-REPORT-DATE
                   ADD 1 TO WS-TOTAL-APPLIED
                   MOVE 'EFETIVADA' TO WS-SITUATION
                   SET WS-IS-PRINT TO TRUE
               WHEN APRV-FAILED
                       AND APRV-BATCH-TS (1:8) = WS-REPORT-DATE
                   ADD 1 TO WS-TOTAL-FAILED
                   MOVE 'REJEITADA' TO WS-SITUATION
                   SET WS-IS-PRINT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-IS-PRINT
               PERFORM PROC-PRINT-REQUEST
           END-IF.

       PROC-PRINT-REQUEST.

           MOVE SPACES TO APRV-REPORT-LINE
           STRING "  SOLIC=" DELIMITED BY SIZE
                  APRV-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUATION DELIMITED BY SIZE
                  " ACAO=" DELIMITED BY SIZE
                  APRV-ACTION DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  APRV-TARGET-ID DELIMITED BY SIZE
                  " NOME=" DELIMITED BY SIZE
                  FUNCTION TRIM(APRV-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(APRV-GIVEN-NAME) DELIMITED BY SIZE
                  " NOVO=" DELIMITED BY SIZE
                  FUNCTION TRIM(APRV-NEW-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(APRV-NEW-GIVEN) DELIMITED BY SIZE
                  INTO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE

           MOVE SPACES TO APRV-REPORT-LINE
           IF APRV-PENDING
               STRING "      SOLICITANTE=" DELIMITED BY SIZE
                      APRV-MAKER DELIMITED BY SIZE
                      " EM=" DELIMITED BY SIZE
                      APRV-REQ-TS DELIMITED BY SIZE
                      " DIAS=" DELIMITED BY SIZE
                      WS-AGE-DAYS DELIMITED BY SIZE
                      INTO APRV-REPORT-LINE
           ELSE
               STRING "      SOLICITANTE=" DELIMITED BY SIZE
                      APRV-MAKER DELIMITED BY SIZE
                      " EM=" DELIMITED BY SIZE
                      APRV-REQ-TS DELIMITED BY SIZE
                      " APROVADOR=" DELIMITED BY SIZE
                      APRV-CHECKER DELIMITED BY SIZE
                      " EM=" DELIMITED BY SIZE
                      APRV-DECIDE-TS DELIMITED BY SIZE
                      " MOTIVO=" DELIMITED BY SIZE
                      APRV-REASON DELIMITED BY SIZE
                      INTO APRV-REPORT-LINE
           END-IF
           WRITE APRV-REPORT-LINE.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE

           MOVE SPACES TO APRV-REPORT-LINE
           STRING "PENDENTES............: " DELIMITED BY SIZE
                  WS-TOTAL-PENDING DELIMITED BY SIZE
                  INTO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE

           MOVE SPACES TO APRV-REPORT-LINE
           STRING "APROVADAS EM ESPERA..: " DELIMITED BY SIZE
                  WS-TOTAL-APPROVED DELIMITED BY SIZE
                  INTO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE

           MOVE SPACES TO APRV-REPORT-LINE
           STRING "RECUSADAS NO DIA.....: " DELIMITED BY SIZE
                  WS-TOTAL-DECLINED DELIMITED BY SIZE
                  INTO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE

           MOVE SPACES TO APRV-REPORT-LINE
           STRING "EFETIVADAS NO DIA....: " DELIMITED BY SIZE
                  WS-TOTAL-APPLIED DELIMITED BY SIZE
                  INTO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE

           MOVE SPACES TO APRV-REPORT-LINE
           STRING "REJEITADAS NO DIA....: " DELIMITED BY SIZE
                  WS-TOTAL-FAILED DELIMITED BY SIZE
                  INTO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE

           MOVE "====================================================="
               TO APRV-REPORT-LINE
           WRITE APRV-REPORT-LINE.

       PROC-END-PROG.

           IF WS-TOTAL-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
