       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0049.

      * Retriagem do mestre inteiro contra a lista de restricao:
      * roda logo apos a carga semanal da WATCHLST (PROG0047) e passa
      * cada registro do MASTFILE pelo mesmo servico de triagem da
      * aceitacao (PROG0048). Ocorrencia nova entra na fila SCRNREG
      * como pendencia de compliance (origem T); o registro fica no
      * mestre. Como ele ja saiu no feed na aceitacao, a entrada e
      * marcada como publicada e a liberacao (PROG0050) nao o manda
      * de novo.
      * Registro ja na fila nao e flagrado de novo: pendente ou
      * confirmado segue como esta; liberado so reabre se a lista
      * nova o aponta para outra entrada (outra referencia) - a
      * decisao de compliance valeu para a entrada que foi julgada.
      * Sem a lista o passo para com RC 16. Relatorio: SCRNRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               ALTERNATE RECORD KEY IS MASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SCRN-REPORT ASSIGN TO "SCRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  SCRN-REPORT.
       01 SCRN-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MASTER-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
       01 WS-QUEUE-SWITCH PIC X VALUE 'N'.
           88 WS-IS-QUEUED VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-CLEAN          PIC 9(07) VALUE 0.
           05 WS-TOTAL-NEW-HITS       PIC 9(07) VALUE 0.
           05 WS-TOTAL-REOPENED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-ALREADY        PIC 9(07) VALUE 0.

       COPY 'books/PROG0048.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-OPEN-FILES

           MOVE LOW-VALUES TO MASTER-NAME
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-NAME
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START

           PERFORM UNTIL END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM PROC-SCREEN-MASTER
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-TOTALS

           CLOSE MASTER-FILE
           CLOSE SCRN-REG-FILE
           CLOSE AUDIT-FILE
           CLOSE SCRN-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0049: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0049: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0049: falha ao abrir AUDTFILE - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SCRN-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0049: falha ao abrir SCRNRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE
           MOVE "RETRIAGEM DO MESTRE - LISTA DE RESTRICAO - PROG0049"
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE
           MOVE "====================================================="
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE.

       PROC-SCREEN-MASTER.

           INITIALIZE PROG0048-BOOK
           MOVE MASTER-NAME TO PROG0048-NAME
           MOVE MASTER-PHON-KEY TO PROG0048-PHON-KEY

           CALL 'PROG0048' USING PROG0048-BOOK
               ON EXCEPTION
                   MOVE 8 TO PROG0048-RTN-CODE
           END-CALL

           IF PROG0048-UNAVAILABLE
               DISPLAY "PROG0049: lista de restricao indisponivel - "
                   "retriagem interrompida"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0048-NO-HIT
               ADD 1 TO WS-TOTAL-CLEAN
           ELSE
               MOVE 'N' TO WS-QUEUE-SWITCH
               MOVE MASTER-ID TO SCRN-ID
               READ SCRN-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IS-QUEUED TO TRUE
               END-READ

               IF NOT WS-IS-QUEUED
                   PERFORM PROC-NEW-HIT
               ELSE
                   IF SCRN-CLEARED
                           AND SCRN-WATCH-REF NOT = PROG0048-WATCH-REF
                       PERFORM PROC-REOPEN-HIT
                   ELSE
                       ADD 1 TO WS-TOTAL-ALREADY
                   END-IF
               END-IF
           END-IF.

      * Ocorrencia nova: o registro ja foi publicado na aceitacao.
       PROC-NEW-HIT.

           MOVE MASTER-ID            TO SCRN-ID
           MOVE MASTER-NAME          TO SCRN-NAME
           MOVE 'S'                  TO SCRN-PUBLISHED
           MOVE 'T'                  TO SCRN-ORIGIN
           PERFORM PROC-FILL-HIT

           WRITE SCRN-RECORD
               INVALID KEY
                   REWRITE SCRN-RECORD
           END-WRITE

           ADD 1 TO WS-TOTAL-NEW-HITS
           PERFORM PROC-WRITE-AUDIT

           STRING "RETIDO    ID=" DELIMITED BY SIZE
                  MASTER-ID DELIMITED BY SIZE
                  " NOME=" DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-GIVEN-NAME) DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  PROG0048-MATCH-TYPE DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  PROG0048-WATCH-REF DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE.

      * Liberado antes contra outra entrada da lista: volta a
      * pendente com a entrada nova. Origem e indicador de
      * publicacao permanecem os da entrada original.
       PROC-REOPEN-HIT.

           PERFORM PROC-FILL-HIT
           REWRITE SCRN-RECORD

           ADD 1 TO WS-TOTAL-REOPENED
           PERFORM PROC-WRITE-AUDIT

           STRING "REABERTO  ID=" DELIMITED BY SIZE
                  MASTER-ID DELIMITED BY SIZE
                  " NOME=" DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-GIVEN-NAME) DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  PROG0048-MATCH-TYPE DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  PROG0048-WATCH-REF DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE.

       PROC-FILL-HIT.

           MOVE 'P'                  TO SCRN-STATUS
           MOVE PROG0048-MATCH-TYPE  TO SCRN-MATCH-TYPE
           MOVE PROG0048-WATCH-NAME  TO SCRN-WATCH-NAME
           MOVE PROG0048-WATCH-REF   TO SCRN-WATCH-REF
           MOVE WS-RUN-DATE (1:8)    TO SCRN-HIT-DATE
           MOVE SPACES               TO SCRN-OPERATOR
           MOVE SPACES               TO SCRN-RES-DATE.

       PROC-WRITE-AUDIT.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 'PROG0049' TO AUDIT-PROGRAM
           MOVE MASTER-ID TO AUDIT-ID
           MOVE MASTER-NAME TO AUDIT-NAME
           MOVE 4 TO AUDIT-RTN-CODE
           MOVE SPACES TO AUDIT-OPERATOR
           MOVE SPACE TO AUDIT-ACTION
           MOVE PROG0048-WATCH-NAME TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "REGISTROS TRIADOS....: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "SEM OCORRENCIA.......: " DELIMITED BY SIZE
                  WS-TOTAL-CLEAN DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "OCORRENCIAS NOVAS....: " DELIMITED BY SIZE
                  WS-TOTAL-NEW-HITS DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "REABERTAS............: " DELIMITED BY SIZE
                  WS-TOTAL-REOPENED DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "JA NA FILA...........: " DELIMITED BY SIZE
                  WS-TOTAL-ALREADY DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           MOVE "====================================================="
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE.

      * Ocorrencia nova ou reaberta devolve RC 4: ha pendencia nova
      * para compliance.
       PROC-END-PROG.

           IF WS-TOTAL-NEW-HITS > 0 OR WS-TOTAL-REOPENED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
