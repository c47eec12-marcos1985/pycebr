       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0050.

      * Decisao de compliance sobre a fila de triagem da lista de
      * restricao: le as decisoes (SCRNIN: ID flagrado + decisao +
      * operador) e aplica sobre a fila SCRNREG montada pela janela
      * batch (PROG0001), pela correcao (PROG0011) e pela retriagem
      * do mestre (PROG0049).
      *   C = ocorrencia confirmada: o registro segue no mestre e
      *       retido do feed;
      *   L = falso positivo, liberado: o registro retido na
      *       aceitacao e publicado agora no feed do dia (segmento
      *       proprio, como a correcao do PROG0011), com o nome e as
      *       afiliacoes vigentes no mestre/CTRYXREF. Entrada que ja
      *       tinha saido no feed (retriagem) so muda de situacao.
      * Ao final, o relatorio (SCRNRPT) lista o que foi aplicado e a
      * fila ainda pendente para a proxima rodada de compliance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRN-INPUT ASSIGN TO "SCRNIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRNIN-STATUS.

           SELECT SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               ALTERNATE RECORD KEY IS MASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CTRY-XREF-FILE ASSIGN TO "CTRYXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRYX-KEY
               FILE STATUS IS WS-CTRYX-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SCRN-REPORT ASSIGN TO "SCRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SCRN-INPUT.
       01 SCRN-INPUT-RECORD.
           05 SCRNIN-ID PIC 9(08).
           05 SCRNIN-DECISION PIC X(01).
               88 SCRNIN-CONFIRM VALUE 'C'.
               88 SCRNIN-CLEAR VALUE 'L'.
               88 SCRNIN-VALID VALUE 'C' 'L'.
      * Operador de compliance que decidiu, gravado na fila e na
      * trilha de auditoria.
           05 SCRNIN-OPERATOR PIC X(08).

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  CTRY-XREF-FILE.
       COPY 'books/CTRYX-REC.cpy'.

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  SCRN-REPORT.
       01 SCRN-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SCRNIN-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-SCRNIN-EOF PIC X VALUE 'N'.
           88 END-OF-SCRNIN VALUE 'Y'.
       01 WS-SCRNREG-EOF PIC X VALUE 'N'.
           88 END-OF-SCRNREG VALUE 'Y'.
       01 WS-XREF-EOF PIC X VALUE 'N'.
           88 END-OF-XREF VALUE 'Y'.
       01 WS-PUBLISH-SWITCH PIC X VALUE 'N'.
           88 WS-IS-PUBLISH VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-RELEASE-NOTE PIC X(40) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-CONFIRMED      PIC 9(07) VALUE 0.
           05 WS-TOTAL-CLEARED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-PUBLISHED      PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-STILL-PENDING  PIC 9(07) VALUE 0.

       COPY 'books/PROG0003.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-SCRNIN
               READ SCRN-INPUT
                   AT END
                       SET END-OF-SCRNIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM PROC-APPLY-DECISION
               END-READ
           END-PERFORM

      * Liberacoes publicadas formam um segmento proprio do feed
      * (header + objetos + trailer) acrescentado ao JSONOUT do dia.
           IF WS-TOTAL-PUBLISHED > 0
               INITIALIZE PROG0003-BOOK
               MOVE 'T' TO PROG0003-FUNCTION
               MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
               MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
               MOVE WS-TOTAL-PUBLISHED TO PROG0003-FEED-COUNT
               SET PROG0003-IS-RESTART TO TRUE
               SET PROG0003-NEW-SEGMENT TO TRUE
               CALL 'PROG0003' USING PROG0003-BOOK
           END-IF

           PERFORM PROC-LIST-PENDING

           PERFORM PROC-PRINT-TOTALS

           CLOSE SCRN-INPUT
           CLOSE SCRN-REG-FILE
           CLOSE MASTER-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE AUDIT-FILE
           CLOSE SCRN-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT SCRN-INPUT
           IF WS-SCRNIN-STATUS NOT = '00'
               DISPLAY "PROG0050: falha ao abrir SCRNIN - STATUS "
                   WS-SCRNIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
               DISPLAY "PROG0050: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0050: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CTRY-XREF-FILE
           IF WS-CTRYX-STATUS NOT = '00'
               DISPLAY "PROG0050: falha ao abrir CTRYXREF - STATUS "
                   WS-CTRYX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0050: falha ao abrir AUDTFILE - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SCRN-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0050: falha ao abrir SCRNRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE
           MOVE "DECISAO DA TRIAGEM - LISTA DE RESTRICAO - PROG0050"
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE
           MOVE "====================================================="
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE.

       PROC-APPLY-DECISION.

           MOVE SPACES TO WS-REJECT-REASON

           MOVE SCRNIN-ID TO SCRN-ID
           READ SCRN-REG-FILE
               INVALID KEY
                   MOVE "OCORRENCIA NAO ENCONTRADA NA FILA"
                       TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES AND NOT SCRN-PENDING
               MOVE "OCORRENCIA JA DECIDIDA" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES AND NOT SCRNIN-VALID
               MOVE "DECISAO INVALIDA (USE C OU L)"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES AND SCRNIN-OPERATOR = SPACES
               MOVE "OPERADOR NAO INFORMADO" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REJECT
           ELSE
               IF SCRNIN-CONFIRM
                   PERFORM PROC-CONFIRM-HIT
               ELSE
                   PERFORM PROC-CLEAR-HIT
               END-IF
           END-IF.

      * Confirmada: nada muda no mestre nem no feed; a entrada sai
      * da fila de pendentes e o registro continua retido.
       PROC-CONFIRM-HIT.

           MOVE 'C' TO SCRN-STATUS
           MOVE SCRNIN-OPERATOR TO SCRN-OPERATOR
           MOVE WS-RUN-DATE (1:8) TO SCRN-RES-DATE
           REWRITE SCRN-RECORD
           ADD 1 TO WS-TOTAL-CONFIRMED
           PERFORM PROC-WRITE-AUDIT

           STRING "CONFIRMADA ID=" DELIMITED BY SIZE
                  SCRN-ID DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  SCRN-WATCH-REF DELIMITED BY SIZE
                  " - SEGUE RETIDA DO FEED" DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE.

      * Liberada: retida na aceitacao sai agora no feed, com o nome
      * e as afiliacoes vigentes; o registro que saiu do mestre ou
      * foi inativado depois da retencao nao tem o que publicar.
       PROC-CLEAR-HIT.

           MOVE 'N' TO WS-PUBLISH-SWITCH
           MOVE SPACES TO WS-RELEASE-NOTE

           IF SCRN-WAS-PUBLISHED
               MOVE "JA PUBLICADA ANTES DA TRIAGEM"
                   TO WS-RELEASE-NOTE
           ELSE
               MOVE SCRN-ID TO MASTER-ID
               READ MASTER-FILE KEY IS MASTER-ID
                   INVALID KEY
                       MOVE "FORA DO MESTRE - NADA A PUBLICAR"
                           TO WS-RELEASE-NOTE
                   NOT INVALID KEY
                       IF MASTER-STATUS-ACCEPTED
                           SET WS-IS-PUBLISH TO TRUE
                           MOVE "PUBLICADA NO FEED"
                               TO WS-RELEASE-NOTE
                       ELSE
                           MOVE "INATIVA - NADA A PUBLICAR"
                               TO WS-RELEASE-NOTE
                       END-IF
               END-READ
           END-IF

           MOVE 'L' TO SCRN-STATUS
           MOVE SCRNIN-OPERATOR TO SCRN-OPERATOR
           MOVE WS-RUN-DATE (1:8) TO SCRN-RES-DATE
           IF WS-IS-PUBLISH
               MOVE 'S' TO SCRN-PUBLISHED
           END-IF
           REWRITE SCRN-RECORD
           ADD 1 TO WS-TOTAL-CLEARED
           PERFORM PROC-WRITE-AUDIT

           IF WS-IS-PUBLISH
               PERFORM PROC-PUBLISH-RELEASE
           END-IF

           STRING "LIBERADA  ID=" DELIMITED BY SIZE
                  SCRN-ID DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  SCRN-WATCH-REF DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-RELEASE-NOTE DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE.

      * Objeto de detalhe do registro liberado, como na aceitacao. O
      * flag de restart faz o PROG0003 abrir o JSONOUT do dia em
      * EXTEND ja no primeiro CALL; o segmento proprio abre com
      * header.
       PROC-PUBLISH-RELEASE.

           INITIALIZE PROG0003-BOOK
           MOVE MASTER-ID   TO PROG0003-ID
           MOVE MASTER-NAME TO PROG0003-NAME
           MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
           MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
           SET PROG0003-IS-RESTART TO TRUE
           SET PROG0003-NEW-SEGMENT TO TRUE

           PERFORM PROC-LOAD-COUNTRIES

           CALL 'PROG0003' USING PROG0003-BOOK
           ADD 1 TO WS-TOTAL-PUBLISHED

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 'PROG0003' TO AUDIT-PROGRAM
           MOVE MASTER-ID TO AUDIT-ID
           MOVE MASTER-NAME TO AUDIT-NAME
           MOVE 0 TO AUDIT-RTN-CODE
           MOVE SCRNIN-OPERATOR TO AUDIT-OPERATOR
           MOVE SPACE TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

      * Afiliacoes vigentes do ID na referencia cruzada (chave pais
      * + ID: varredura inteira, como a exclusao do PROG0029).
       PROC-LOAD-COUNTRIES.

           MOVE 0 TO PROG0003-COUNTRY-COUNT
           MOVE 'N' TO WS-XREF-EOF
           MOVE LOW-VALUES TO CTRYX-KEY
           START CTRY-XREF-FILE KEY IS NOT LESS THAN CTRYX-KEY
               INVALID KEY
                   SET END-OF-XREF TO TRUE
           END-START

           PERFORM UNTIL END-OF-XREF
               READ CTRY-XREF-FILE NEXT RECORD
                   AT END
                       SET END-OF-XREF TO TRUE
                   NOT AT END
                       IF CTRYX-ID = MASTER-ID
                               AND PROG0003-COUNTRY-COUNT < 20
                           ADD 1 TO PROG0003-COUNTRY-COUNT
                           MOVE CTRYX-COUNTRY TO PROG0003-COUNTRY-CODE
                               (PROG0003-COUNTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       PROC-WRITE-AUDIT.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 'PROG0050' TO AUDIT-PROGRAM
           MOVE SCRN-ID TO AUDIT-ID
           MOVE SCRN-NAME TO AUDIT-NAME
           IF SCRNIN-CONFIRM
               MOVE 4 TO AUDIT-RTN-CODE
           ELSE
               MOVE 0 TO AUDIT-RTN-CODE
           END-IF
           MOVE SCRNIN-OPERATOR TO AUDIT-OPERATOR
           MOVE SCRNIN-DECISION TO AUDIT-ACTION
           MOVE SCRN-WATCH-NAME TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

       PROC-REJECT.

           ADD 1 TO WS-TOTAL-REJECTED

           STRING "REJEITADA ID=" DELIMITED BY SIZE
                  SCRNIN-ID DELIMITED BY SIZE
                  " DECISAO=" DELIMITED BY SIZE
                  SCRNIN-DECISION DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE.

      * Fila remanescente para a proxima rodada de compliance.
       PROC-LIST-PENDING.

           MOVE "FILA AINDA PENDENTE:" TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           MOVE 0 TO SCRN-ID
           START SCRN-REG-FILE KEY IS NOT LESS THAN SCRN-ID
               INVALID KEY
                   SET END-OF-SCRNREG TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCRNREG
               READ SCRN-REG-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCRNREG TO TRUE
                   NOT AT END
                       IF SCRN-PENDING
                           ADD 1 TO WS-TOTAL-STILL-PENDING
                           STRING "  ID=" DELIMITED BY SIZE
                                  SCRN-ID DELIMITED BY SIZE
                                  " NOME=" DELIMITED BY SIZE
                                  FUNCTION TRIM(SCRN-SURNAME)
                                      DELIMITED BY SIZE
                                  " X LISTA=" DELIMITED BY SIZE
                                  FUNCTION TRIM(SCRN-WATCH-SURNAME)
                                      DELIMITED BY SIZE
                                  " REF=" DELIMITED BY SIZE
                                  SCRN-WATCH-REF DELIMITED BY SIZE
                                  " TIPO=" DELIMITED BY SIZE
                                  SCRN-MATCH-TYPE DELIMITED BY SIZE
                                  " DESDE=" DELIMITED BY SIZE
                                  SCRN-HIT-DATE DELIMITED BY SIZE
                                  INTO SCRN-REPORT-LINE
                           WRITE SCRN-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "DECISOES LIDAS.......: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "CONFIRMADAS..........: " DELIMITED BY SIZE
                  WS-TOTAL-CONFIRMED DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "LIBERADAS............: " DELIMITED BY SIZE
                  WS-TOTAL-CLEARED DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "PUBLICADAS NO FEED...: " DELIMITED BY SIZE
                  WS-TOTAL-PUBLISHED DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "REJEITADAS...........: " DELIMITED BY SIZE
                  WS-TOTAL-REJECTED DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           STRING "AINDA PENDENTES......: " DELIMITED BY SIZE
                  WS-TOTAL-STILL-PENDING DELIMITED BY SIZE
                  INTO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE

           MOVE "====================================================="
               TO SCRN-REPORT-LINE
           WRITE SCRN-REPORT-LINE.

       PROC-END-PROG.

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
