      * cruzada na varredura final. A politica legal de retencao
      * e cumprida pelo arquivo morto e a janela de duplicidade do
      * mestre online passa a ser limitada.
      * Cada registro expurgado deixa uma linha na trilha de
      * auditoria (AUDTFILE, acao 'P'), base do saldo mensal do
      * mestre por status (PROG0059).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCH-REPORT ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  ARCH-PARM-FILE.
       01 ARCH-PARM-RECORD PIC X(80).

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  ARCH-REPORT.
       01 ARCH-REPORT-LINE PIC X(132).

       01 WS-PHONX-STATUS PIC XX.
       01 WS-ARCHX-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-MASTER-EOF PIC X VALUE 'N'.

       COPY 'books/PROG0003.cpy'.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-LOAD-PARM

           PERFORM PROC-CLAIM-LOCK

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0019: falha ao abrir MASTFILE - STATUS "
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0019: falha ao abrir AUDTFILE - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ARCH-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0019: falha ao abrir ARCHRPT - STATUS "
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE ARCH-XREF-FILE
           CLOSE AUDIT-FILE
           CLOSE ARCH-REPORT

           PERFORM PROC-END-PROG.
           END-IF

           PERFORM PROC-PUBLISH-PURGE-EVENT
           PERFORM PROC-WRITE-AUDIT

           STRING "ARQUIVADO ID=" DELIMITED BY SIZE
                  ARCH-ID DELIMITED BY SIZE

           CALL 'PROG0003' USING PROG0003-BOOK.

      * Linha 'P' da trilha para cada expurgo; o operador e o
      * proprio programa.
       PROC-WRITE-AUDIT.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 'PROG0019' TO AUDIT-PROGRAM
           MOVE ARCH-ID TO AUDIT-ID
           MOVE ARCH-NAME TO AUDIT-NAME
           MOVE 0 TO AUDIT-RTN-CODE
           MOVE 'PROG0019' TO AUDIT-OPERATOR
           MOVE 'P' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

       PROC-PRINT-HEADING.

           MOVE "====================================================="

      * O RETURN-CODE final sai de um unico lugar: 8 quando a
      * reconciliacao do expurgo divergiu, 0 caso contrario.
      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0019' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0019: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0019: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0019: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0019' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-IS-DIVERGENT
               MOVE 8 TO RETURN-CODE
           ELSE
