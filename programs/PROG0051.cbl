       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0051.

      * Relatorio de ocorrencias da lista de restricao em aberto:
      * lista as entradas PENDENTES da fila de triagem (SCRNREG) com
      * a idade em dias uteis desde o flagrante (servico de datas
      * PROG0043), a origem (janela, correcao ou retriagem) e a
      * entrada da lista que casou, e totaliza por faixa de idade
      * para o acompanhamento de compliance. Roda depois da decisao
      * do dia (PROG0050); PARM DATA=AAAAMMDD reemite o relatorio de
      * um dia passado (default: data da execucao). RC 4 quando ha
      * pendencia acima do prazo (faixa de mais de 10 dias uteis).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT AGE-REPORT ASSIGN TO "SCRNAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  AGE-REPORT.
       01 AGE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-SCRNREG-EOF PIC X VALUE 'N'.
           88 END-OF-SCRNREG VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REPORT-DATE PIC X(08) VALUE SPACES.
       01 WS-AGE-DAYS PIC S9(05) VALUE 0.
       01 WS-ORIGIN-DESC PIC X(10) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-PENDING        PIC 9(07) VALUE 0.
           05 WS-TOTAL-AGE-0-2        PIC 9(07) VALUE 0.
           05 WS-TOTAL-AGE-3-5        PIC 9(07) VALUE 0.
           05 WS-TOTAL-AGE-6-10       PIC 9(07) VALUE 0.
           05 WS-TOTAL-AGE-OVER-10    PIC 9(07) VALUE 0.
           05 WS-TOTAL-CONFIRMED      PIC 9(07) VALUE 0.
           05 WS-TOTAL-CLEARED        PIC 9(07) VALUE 0.

       COPY 'books/PROG0043.cpy'.

       LINKAGE SECTION.

       01 PROG0051-PARM PIC X(40).

       PROCEDURE DIVISION USING PROG0051-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           IF PROG0051-PARM (1:5) = 'DATA='
               MOVE PROG0051-PARM (6:8) TO WS-REPORT-DATE
           ELSE
               MOVE WS-RUN-DATE (1:8) TO WS-REPORT-DATE
           END-IF
           IF WS-REPORT-DATE IS NOT NUMERIC
               DISPLAY "PROG0051: DATA= invalida no PARM: "
                   WS-REPORT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
               DISPLAY "PROG0051: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGE-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0051: falha ao abrir SCRNAGE - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE
           MOVE SPACES TO AGE-REPORT-LINE
           STRING "OCORRENCIAS DA TRIAGEM EM ABERTO EM "
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  " - PROG0051" DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE
           MOVE "====================================================="
               TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           PERFORM UNTIL END-OF-SCRNREG
               READ SCRN-REG-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCRNREG TO TRUE
                   NOT AT END
                       PERFORM PROC-CLASSIFY-HIT
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-TOTALS

           CLOSE SCRN-REG-FILE
           CLOSE AGE-REPORT

           PERFORM PROC-END-PROG.

      * So as pendentes saem no detalhe; as decididas entram apenas
      * nos totais da fila.
       PROC-CLASSIFY-HIT.

           EVALUATE TRUE
               WHEN SCRN-PENDING
                   ADD 1 TO WS-TOTAL-PENDING
                   INITIALIZE PROG0043-BOOK
                   SET PROG0043-ELAPSED TO TRUE
                   MOVE SCRN-HIT-DATE TO PROG0043-DATE-FROM
                   MOVE WS-REPORT-DATE TO PROG0043-DATE-TO
                   CALL 'PROG0043' USING PROG0043-BOOK
                   MOVE PROG0043-BUS-DAYS TO WS-AGE-DAYS
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 2
                           ADD 1 TO WS-TOTAL-AGE-0-2
                       WHEN WS-AGE-DAYS <= 5
                           ADD 1 TO WS-TOTAL-AGE-3-5
                       WHEN WS-AGE-DAYS <= 10
                           ADD 1 TO WS-TOTAL-AGE-6-10
                       WHEN OTHER
                           ADD 1 TO WS-TOTAL-AGE-OVER-10
                   END-EVALUATE
                   PERFORM PROC-PRINT-HIT
               WHEN SCRN-CONFIRMED
                   ADD 1 TO WS-TOTAL-CONFIRMED
               WHEN SCRN-CLEARED
                   ADD 1 TO WS-TOTAL-CLEARED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROC-PRINT-HIT.

           EVALUATE SCRN-ORIGIN
               WHEN 'J'
                   MOVE 'JANELA' TO WS-ORIGIN-DESC
               WHEN 'C'
                   MOVE 'CORRECAO' TO WS-ORIGIN-DESC
               WHEN 'T'
                   MOVE 'RETRIAGEM' TO WS-ORIGIN-DESC
               WHEN 'R'
                   MOVE 'REPROCESSO' TO WS-ORIGIN-DESC
               WHEN OTHER
                   MOVE SCRN-ORIGIN TO WS-ORIGIN-DESC
           END-EVALUATE

           MOVE SPACES TO AGE-REPORT-LINE
           STRING "  ID=" DELIMITED BY SIZE
                  SCRN-ID DELIMITED BY SIZE
                  " NOME=" DELIMITED BY SIZE
                  FUNCTION TRIM(SCRN-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRN-GIVEN-NAME) DELIMITED BY SIZE
                  " DESDE=" DELIMITED BY SIZE
                  SCRN-HIT-DATE DELIMITED BY SIZE
                  " DIAS=" DELIMITED BY SIZE
                  WS-AGE-DAYS DELIMITED BY SIZE
                  " ORIGEM=" DELIMITED BY SIZE
                  WS-ORIGIN-DESC DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           MOVE SPACES TO AGE-REPORT-LINE
           STRING "      LISTA=" DELIMITED BY SIZE
                  FUNCTION TRIM(SCRN-WATCH-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRN-WATCH-GIVEN) DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  SCRN-WATCH-REF DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  SCRN-MATCH-TYPE DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           MOVE SPACES TO AGE-REPORT-LINE
           STRING "PENDENTES............: " DELIMITED BY SIZE
                  WS-TOTAL-PENDING DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           MOVE SPACES TO AGE-REPORT-LINE
           STRING "  ATE 2 DIAS UTEIS...: " DELIMITED BY SIZE
                  WS-TOTAL-AGE-0-2 DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           MOVE SPACES TO AGE-REPORT-LINE
           STRING "  3 A 5 DIAS UTEIS...: " DELIMITED BY SIZE
                  WS-TOTAL-AGE-3-5 DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           MOVE SPACES TO AGE-REPORT-LINE
           STRING "  6 A 10 DIAS UTEIS..: " DELIMITED BY SIZE
                  WS-TOTAL-AGE-6-10 DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           MOVE SPACES TO AGE-REPORT-LINE
           STRING "  MAIS DE 10 DIAS....: " DELIMITED BY SIZE
                  WS-TOTAL-AGE-OVER-10 DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           MOVE SPACES TO AGE-REPORT-LINE
           STRING "CONFIRMADAS (RETIDAS): " DELIMITED BY SIZE
                  WS-TOTAL-CONFIRMED DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           MOVE SPACES TO AGE-REPORT-LINE
           STRING "LIBERADAS............: " DELIMITED BY SIZE
                  WS-TOTAL-CLEARED DELIMITED BY SIZE
                  INTO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE

           MOVE "====================================================="
               TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE.

       PROC-END-PROG.

           IF WS-TOTAL-AGE-OVER-10 > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
