      * como alteracao do dia, e cada restauracao sai como evento
      * 'V' no feed (segmento proprio, como a manutencao do
      * PROG0006): o assinante viu o registro sair no expurgo ('P')
      * e precisa saber que ele voltou. Registro com ocorrencia
      * nao liberada na fila de triagem (SCRNREG pendente ou
      * confirmada) volta ao mestre, mas o 'V' fica retido: a
      * liberacao pelo PROG0050 o publica. Relatorio em RESTRPT;
      * trilha de auditoria em AUDTFILE.

       ENVIRONMENT DIVISION.
               RECORD KEY IS PHONX-KEY
               FILE STATUS IS WS-PHONX-STATUS.

      * Fila de triagem da lista de restricao, so consultada.
           SELECT OPTIONAL SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Diario de afiliacoes (acao 'T'), para a recuperacao do
      * mestre a partir da copia de seguranca.
           SELECT OPTIONAL XREF-DELTA-FILE ASSIGN TO "XREFDLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREFD-STATUS.

           SELECT REST-REPORT ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  PHON-XREF-FILE.
       COPY 'books/PHONX-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  XREF-DELTA-FILE.
       COPY 'books/XREFD-REC.cpy'.

       FD  REST-REPORT.
       01 REST-REPORT-LINE PIC X(132).

       01 WS-MASTER-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-PHONX-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-XREFD-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-RESTIN-EOF PIC X VALUE 'N'.
           88 END-OF-RESTIN VALUE 'Y'.
       01 WS-ARCHX-EOF PIC X VALUE 'N'.
           88 END-OF-ARCHX VALUE 'Y'.
       01 WS-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-IS-HELD VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-RESTORED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-HELD           PIC 9(07) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(07) VALUE 0.

       COPY 'books/PROG0003.cpy'.
       COPY 'books/PROG0028.cpy'.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-CLAIM-LOCK

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-RESTIN

      * Restauracoes formam um segmento proprio do feed (header +
      * eventos 'V' + trailer), como a manutencao do PROG0006.
           IF WS-EVENT-COUNT > 0
               INITIALIZE PROG0003-BOOK
               MOVE 'T' TO PROG0003-FUNCTION
               MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
               MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
               MOVE WS-EVENT-COUNT TO PROG0003-FEED-COUNT
               SET PROG0003-IS-RESTART TO TRUE
               SET PROG0003-NEW-SEGMENT TO TRUE
               CALL 'PROG0003' USING PROG0003-BOOK
           CLOSE MASTER-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE SCRN-REG-FILE
           CLOSE AUDIT-FILE
           CLOSE XREF-DELTA-FILE
           CLOSE REST-REPORT

           PERFORM PROC-END-PROG.
               STOP RUN
           END-IF

           OPEN INPUT SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0035: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0035: falha ao abrir AUDTFILE - STATUS "
               STOP RUN
           END-IF

           OPEN EXTEND XREF-DELTA-FILE
           IF WS-XREFD-STATUS NOT = '00' AND WS-XREFD-STATUS NOT = '05'
               DISPLAY "PROG0035: falha ao abrir XREFDLT - STATUS "
                   WS-XREFD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REST-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0035: falha ao abrir RESTRPT - STATUS "
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-TOTAL-RESTORED
               PERFORM PROC-CHECK-SCREENING
               IF WS-IS-HELD
                   ADD 1 TO WS-TOTAL-HELD
               ELSE
                   PERFORM PROC-PUBLISH-EVENT
               END-IF
               PERFORM PROC-WRITE-AUDIT

               STRING "RESTAURADO ID=" DELIMITED BY SIZE
                      WS-XREF-RESTORED DELIMITED BY SIZE
                      INTO REST-REPORT-LINE
               WRITE REST-REPORT-LINE
               IF WS-IS-HELD
                   MOVE SPACES TO REST-REPORT-LINE
                   STRING "           EVENTO RETIDO PELA TRIAGEM "
                          DELIMITED BY SIZE
                          "SITUACAO=" DELIMITED BY SIZE
                          SCRN-STATUS DELIMITED BY SIZE
                          INTO REST-REPORT-LINE
                   WRITE REST-REPORT-LINE
               END-IF
           END-IF.

      * Pendente ou confirmada, o 'V' fica retido; liberada, sai.
       PROC-CHECK-SCREENING.

           MOVE 'N' TO WS-HELD-SWITCH
           MOVE MASTER-ID TO SCRN-ID
           READ SCRN-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SCRN-CLEARED
                       SET WS-IS-HELD TO TRUE
                   END-IF
           END-READ.

      * Evento 'V' no feed para o registro que voltou ao mestre: o
      * assinante removeu a copia no expurgo ('P') e re-inclui
      * agora. O flag de restart faz o PROG0003 abrir o JSONOUT do
           SET PROG0003-IS-RESTART TO TRUE
           SET PROG0003-NEW-SEGMENT TO TRUE

           CALL 'PROG0003' USING PROG0003-BOOK

           ADD 1 TO WS-EVENT-COUNT.

      * Afiliacoes voltam do arquivo morto de afiliacoes para o
      * CTRYXREF e saem de la (varredura completa filtrando o ID,
                           WRITE CTRYX-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE WS-RUN-DATE (1:8)
                                       TO XREFD-DATE
                                   MOVE 'T' TO XREFD-ACTION
                                   MOVE CTRYX-ID TO XREFD-ID
                                   MOVE CTRYX-COUNTRY TO XREFD-COUNTRY
                                   WRITE XREFD-RECORD
                           END-WRITE
                           DELETE ARCH-XREF-FILE
                           ADD 1 TO WS-XREF-RESTORED
           MOVE REST-OPERATOR TO AUDIT-OPERATOR
           MOVE 'R' TO AUDIT-ACTION
           MOVE MASTER-NAME TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

                  INTO REST-REPORT-LINE
           WRITE REST-REPORT-LINE

           MOVE SPACES TO REST-REPORT-LINE
           STRING "EVENTOS RETIDOS......: " DELIMITED BY SIZE
                  WS-TOTAL-HELD DELIMITED BY SIZE
                  INTO REST-REPORT-LINE
           WRITE REST-REPORT-LINE

           MOVE "====================================================="
               TO REST-REPORT-LINE
           WRITE REST-REPORT-LINE.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0035' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0035: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0035: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0035: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0035' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
