       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0047.

      * Carga semanal da lista de restricao recebida de compliance
      * (WATCHIN) sobre a WATCHLST indexada, consultada pelo servico
      * de triagem PROG0048. A lista chega sempre inteira, envelopada
      * como o NAMEIN: header com a data da edicao, um detalhe por
      * entrada (referencia + nome) e trailer com a contagem. Uma
      * passada previa confere o envelope e uma lista truncada ou sem
      * header/trailer e recusada com RETURN-CODE 16 antes de tocar
      * na WATCHLST - uma carga parcial encolheria a lista em
      * silencio e a triagem deixaria passar nomes restritos.
      * Cada entrada e padronizada (PROG0015) e recebe a chave sonora
      * (PROG0028), como os nomes do mestre: entrada nova e incluida,
      * entrada ja cadastrada so recebe a data da edicao; no fim, as
      * entradas que nao vieram nesta edicao saem da lista. O
      * relatorio (WATCHRPT) lista inclusoes, remocoes e rejeicoes.
      * A retriagem do mestre (PROG0049) roda em seguida na JCL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-INPUT ASSIGN TO "WATCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHIN-STATUS.

           SELECT WATCH-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WATCH-KEY
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT WATCH-REPORT ASSIGN TO "WATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  WATCH-INPUT.
       01 WATCH-INPUT-RECORD.
           05 WATCHIN-REF             PIC X(12).
           05 WATCHIN-NAME.
               10 WATCHIN-SURNAME     PIC X(40).
               10 WATCHIN-GIVEN-NAME  PIC X(30).
       01 WATCH-INPUT-HEADER.
           05 WATCHIN-HDR-TAG         PIC X(03).
           05 WATCHIN-HDR-DATE        PIC X(08).
       01 WATCH-INPUT-TRAILER.
           05 WATCHIN-TRL-TAG         PIC X(03).
           05 WATCHIN-TRL-COUNT       PIC 9(07).

       FD  WATCH-FILE.
       COPY 'books/WATCH-REC.cpy'.

       FD  WATCH-REPORT.
       01 WATCH-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-WATCHIN-STATUS PIC XX.
       01 WS-WATCH-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-WATCHIN-EOF PIC X VALUE 'N'.
           88 END-OF-WATCHIN VALUE 'Y'.
       01 WS-WATCH-EOF PIC X VALUE 'N'.
           88 END-OF-WATCH VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-LIST-DATE PIC X(08) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
      * Passada previa: posicao do trailer e contagem apurada.
       01 WS-REC-NO PIC 9(07) VALUE 0.
       01 WS-LAST-REC-NO PIC 9(07) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(07) VALUE 0.
       01 WS-EXPECTED-COUNT PIC 9(07) VALUE 0.
       01 WS-HDR-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-HEADER VALUE 'Y'.
       01 WS-TRL-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-TRAILER VALUE 'Y'.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-ADDED          PIC 9(07) VALUE 0.
           05 WS-TOTAL-KEPT           PIC 9(07) VALUE 0.
           05 WS-TOTAL-REMOVED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-ON-LIST        PIC 9(07) VALUE 0.

       COPY 'books/PROG0015.cpy'.
       COPY 'books/PROG0028.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-VERIFY-ENVELOPE

           PERFORM PROC-OPEN-FILES

           MOVE 0 TO WS-REC-NO
           PERFORM UNTIL END-OF-WATCHIN
               READ WATCH-INPUT
                   AT END
                       SET END-OF-WATCHIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       IF WS-REC-NO > 1 AND WS-REC-NO < WS-LAST-REC-NO
                           ADD 1 TO WS-TOTAL-READ
                           PERFORM PROC-LOAD-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PROC-SWEEP-OLD-ENTRIES

           PERFORM PROC-PRINT-TOTALS

           CLOSE WATCH-INPUT
           CLOSE WATCH-FILE
           CLOSE WATCH-REPORT

           PERFORM PROC-END-PROG.

      * Envelope: HDR com data numerica no primeiro registro, TRL no
      * ultimo e a contagem do trailer igual aos detalhes entre eles.
      * Qualquer falha para o passo antes de abrir a WATCHLST.
       PROC-VERIFY-ENVELOPE.

           OPEN INPUT WATCH-INPUT
           IF WS-WATCHIN-STATUS NOT = '00'
               DISPLAY "PROG0047: falha ao abrir WATCHIN - STATUS "
                   WS-WATCHIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-WATCHIN
               READ WATCH-INPUT
                   AT END
                       SET END-OF-WATCHIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE 'N' TO WS-TRL-SWITCH
                       EVALUATE TRUE
                           WHEN WS-REC-NO = 1
                                   AND WATCHIN-HDR-TAG = 'HDR'
                                   AND WATCHIN-HDR-DATE IS NUMERIC
                               SET WS-HAS-HEADER TO TRUE
                               MOVE WATCHIN-HDR-DATE TO WS-LIST-DATE
                           WHEN WATCHIN-TRL-TAG = 'TRL'
                                   AND WATCHIN-TRL-COUNT IS NUMERIC
                               SET WS-HAS-TRAILER TO TRUE
                               MOVE WATCHIN-TRL-COUNT
                                   TO WS-EXPECTED-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-DETAIL-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           MOVE WS-REC-NO TO WS-LAST-REC-NO
           CLOSE WATCH-INPUT

           IF NOT WS-HAS-HEADER OR NOT WS-HAS-TRAILER
               DISPLAY "PROG0047: WATCHIN sem header/trailer - "
                   "LISTA RECUSADA, WATCHLST NAO ALTERADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DETAIL-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "PROG0047: WATCHIN truncado - TRAILER="
                   WS-EXPECTED-COUNT " DETALHES=" WS-DETAIL-COUNT
                   " - LISTA RECUSADA, WATCHLST NAO ALTERADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-WATCHIN-EOF.

       PROC-OPEN-FILES.

           OPEN INPUT WATCH-INPUT
           IF WS-WATCHIN-STATUS NOT = '00'
               DISPLAY "PROG0047: falha ao abrir WATCHIN - STATUS "
                   WS-WATCHIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * STATUS 05 = arquivo criado agora (primeira carga da lista).
           OPEN I-O WATCH-FILE
           IF WS-WATCH-STATUS NOT = '00' AND WS-WATCH-STATUS NOT = '05'
               DISPLAY "PROG0047: falha ao abrir WATCHLST - STATUS "
                   WS-WATCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WATCH-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0047: falha ao abrir WATCHRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE
           MOVE SPACES TO WATCH-REPORT-LINE
           STRING "CARGA DA LISTA DE RESTRICAO - EDICAO "
                      DELIMITED BY SIZE
                  WS-LIST-DATE DELIMITED BY SIZE
                  " - PROG0047" DELIMITED BY SIZE
                  INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE
           MOVE "====================================================="
               TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE.

      * Mesma forma canonica e mesma chave sonora do mestre: e o que
      * faz o nome da lista casar com o nome gravado pela janela.
       PROC-LOAD-ENTRY.

           MOVE SPACES TO WS-REJECT-REASON

           IF WATCHIN-SURNAME = SPACES
               MOVE "SOBRENOME EM BRANCO" TO WS-REJECT-REASON
               PERFORM PROC-REJECT
           ELSE
               INITIALIZE PROG0015-BOOK
               MOVE WATCHIN-NAME TO PROG0015-NAME-RAW
               CALL 'PROG0015' USING PROG0015-BOOK

               INITIALIZE PROG0028-BOOK
               MOVE PROG0015-NAME-STD TO PROG0028-NAME
               CALL 'PROG0028' USING PROG0028-BOOK

               MOVE PROG0028-PHON-KEY TO WATCH-PHON-KEY
               MOVE PROG0015-NAME-STD TO WATCH-NAME
               READ WATCH-FILE
                   INVALID KEY
                       PERFORM PROC-ADD-ENTRY
                   NOT INVALID KEY
                       PERFORM PROC-KEEP-ENTRY
               END-READ
           END-IF.

       PROC-ADD-ENTRY.

           MOVE WATCHIN-REF TO WATCH-ENTRY-REF
           MOVE WS-LIST-DATE TO WATCH-ADD-DATE
           MOVE WS-LIST-DATE TO WATCH-LIST-DATE
           WRITE WATCH-RECORD
               INVALID KEY
                   MOVE "ERRO AO GRAVAR NA LISTA" TO WS-REJECT-REASON
           END-WRITE

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REJECT
           ELSE
               ADD 1 TO WS-TOTAL-ADDED
               MOVE SPACES TO WATCH-REPORT-LINE
               STRING "INCLUIDA  REF=" DELIMITED BY SIZE
                      WATCH-ENTRY-REF DELIMITED BY SIZE
                      " NOME=" DELIMITED BY SIZE
                      FUNCTION TRIM(WATCH-SURNAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WATCH-GIVEN-NAME) DELIMITED BY SIZE
                      " CHAVE=" DELIMITED BY SIZE
                      WATCH-PHON-KEY DELIMITED BY SIZE
                      INTO WATCH-REPORT-LINE
               WRITE WATCH-REPORT-LINE
           END-IF.

      * Entrada que ja estava na lista: recebe a edicao corrente (e a
      * referencia, que compliance pode ter renumerado). Reprocessar
      * a mesma edicao so regrava as mesmas datas.
       PROC-KEEP-ENTRY.

           MOVE WATCHIN-REF TO WATCH-ENTRY-REF
           MOVE WS-LIST-DATE TO WATCH-LIST-DATE
           REWRITE WATCH-RECORD
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR NA LISTA" TO WS-REJECT-REASON
           END-REWRITE

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REJECT
           ELSE
               ADD 1 TO WS-TOTAL-KEPT
           END-IF.

      * Entradas que nao vieram na edicao corrente saem da lista.
       PROC-SWEEP-OLD-ENTRIES.

           MOVE 'N' TO WS-WATCH-EOF
           MOVE LOW-VALUES TO WATCH-KEY
           START WATCH-FILE KEY IS NOT LESS THAN WATCH-KEY
               INVALID KEY
                   SET END-OF-WATCH TO TRUE
           END-START

           PERFORM UNTIL END-OF-WATCH
               READ WATCH-FILE NEXT RECORD
                   AT END
                       SET END-OF-WATCH TO TRUE
                   NOT AT END
                       IF WATCH-LIST-DATE NOT = WS-LIST-DATE
                           PERFORM PROC-REMOVE-ENTRY
                       ELSE
                           ADD 1 TO WS-TOTAL-ON-LIST
                       END-IF
               END-READ
           END-PERFORM.

       PROC-REMOVE-ENTRY.

           DELETE WATCH-FILE
               INVALID KEY
                   DISPLAY "PROG0047: erro ao remover da lista: "
                       WATCH-ENTRY-REF
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-REMOVED
                   MOVE SPACES TO WATCH-REPORT-LINE
                   STRING "REMOVIDA  REF=" DELIMITED BY SIZE
                          WATCH-ENTRY-REF DELIMITED BY SIZE
                          " NOME=" DELIMITED BY SIZE
                          FUNCTION TRIM(WATCH-SURNAME)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WATCH-GIVEN-NAME)
                              DELIMITED BY SIZE
                          " ULTIMA EDICAO=" DELIMITED BY SIZE
                          WATCH-LIST-DATE DELIMITED BY SIZE
                          INTO WATCH-REPORT-LINE
                   WRITE WATCH-REPORT-LINE
           END-DELETE.

       PROC-REJECT.

           ADD 1 TO WS-TOTAL-REJECTED

           MOVE SPACES TO WATCH-REPORT-LINE
           STRING "REJEITADA REF=" DELIMITED BY SIZE
                  WATCHIN-REF DELIMITED BY SIZE
                  " NOME=" DELIMITED BY SIZE
                  FUNCTION TRIM(WATCHIN-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WATCHIN-GIVEN-NAME) DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE

           MOVE SPACES TO WATCH-REPORT-LINE
           STRING "ENTRADAS LIDAS.......: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE

           MOVE SPACES TO WATCH-REPORT-LINE
           STRING "INCLUIDAS............: " DELIMITED BY SIZE
                  WS-TOTAL-ADDED DELIMITED BY SIZE
                  INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE

           MOVE SPACES TO WATCH-REPORT-LINE
           STRING "MANTIDAS.............: " DELIMITED BY SIZE
                  WS-TOTAL-KEPT DELIMITED BY SIZE
                  INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE

           MOVE SPACES TO WATCH-REPORT-LINE
           STRING "REMOVIDAS............: " DELIMITED BY SIZE
                  WS-TOTAL-REMOVED DELIMITED BY SIZE
                  INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE

           MOVE SPACES TO WATCH-REPORT-LINE
           STRING "REJEITADAS...........: " DELIMITED BY SIZE
                  WS-TOTAL-REJECTED DELIMITED BY SIZE
                  INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE

           MOVE SPACES TO WATCH-REPORT-LINE
           STRING "ENTRADAS NA LISTA....: " DELIMITED BY SIZE
                  WS-TOTAL-ON-LIST DELIMITED BY SIZE
                  INTO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE

           MOVE "====================================================="
               TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE.

       PROC-END-PROG.

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
