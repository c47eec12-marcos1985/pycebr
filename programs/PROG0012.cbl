      * cumulativo (EXCPREG) e lista as pendencias nao resolvidas ha
      * mais de N dias (cartao AGEDIAS= em AGEPARM; default 7),
      * com idade em dias e totais, dando visibilidade de que toda
      * rejeicao foi tratada. A idade conta dias UTEIS (servico de
      * datas PROG0043 sobre o calendario): feriado e fim de semana
      * nao envelhecem pendencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-AGE-LIMIT PIC 9(04) VALUE 7.
       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-AGE-DAYS PIC S9(05) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-RESOLVED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-AGED           PIC 9(07) VALUE 0.

       COPY 'books/PROG0043.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-LOAD-PARM

           WRITE AGE-REPORT-LINE
           STRING "EXCECOES PENDENTES HA MAIS DE " DELIMITED BY SIZE
                  WS-AGE-LIMIT DELIMITED BY SIZE
                  " DIAS UTEIS - PROG0012" DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE
           MOVE "====================================================="
               ADD 1 TO WS-TOTAL-RESOLVED
           ELSE
               ADD 1 TO WS-TOTAL-PENDING
               INITIALIZE PROG0043-BOOK
               SET PROG0043-ELAPSED TO TRUE
               MOVE EXCPREG-DATE TO PROG0043-DATE-FROM
               MOVE WS-RUN-DATE (1:8) TO PROG0043-DATE-TO
               CALL 'PROG0043' USING PROG0043-BOOK
               MOVE PROG0043-BUS-DAYS TO WS-AGE-DAYS
               IF WS-AGE-DAYS > WS-AGE-LIMIT
                   ADD 1 TO WS-TOTAL-AGED
                   STRING "  ID=" DELIMITED BY SIZE
