       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0043.

      * Servico de datas sobre o calendario de dias uteis: dia util
      * anterior a uma data, dias uteis decorridos entre duas datas
      * e verificacao de dia util. Sabado e domingo nao sao uteis
      * por regra; o calendario (CAL-FILE, mantido pelo PROG0042)
      * acrescenta os feriados e os fins de semana com expediente.
      * Chamavel pelos programas batch da suite: o envelhecimento de
      * excecoes (PROG0012), a carencia do aceite (PROG0016), o
      * default da vespera (PROG0026) e a data do movimento da
      * janela (PROG0001) deixam de contar dias corridos - depois
      * de um Carnaval ou de um Natal nada aparece em atraso sem
      * que um dia util tenha de fato passado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: sem calendario vale so a regra de fim de semana.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CAL-FILE.
       COPY 'books/CAL-REC.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-CAL-STATUS PIC XX.
       01 WS-CAL-OPEN PIC X VALUE 'N'.
           88 WS-CAL-IS-OPEN VALUE 'Y'.
       01 WS-FIRST-CALL PIC X VALUE 'Y'.
           88 WS-IS-FIRST-CALL VALUE 'Y'.

       01 WS-DATE-NUM PIC 9(08) VALUE 0.
       01 WS-DATE-TEXT PIC X(08) VALUE SPACES.
       01 WS-FROM-INT PIC 9(08) VALUE 0.
       01 WS-TO-INT PIC 9(08) VALUE 0.
       01 WS-DAY-INT PIC 9(08) VALUE 0.
       01 WS-WEEKDAY PIC 9(01) VALUE 0.
       01 WS-DAY-TYPE PIC X(01) VALUE SPACE.
           88 WS-IS-BUSINESS-DAY VALUE 'U'.
       01 WS-DAY-DESC PIC X(30) VALUE SPACES.

       LINKAGE SECTION.

       COPY 'books/PROG0043.cpy'.

       PROCEDURE DIVISION USING PROG0043-BOOK.

      * O calendario fica aberto entre as chamadas da mesma execucao,
      * como o MASTFILE no PROG0014.
           IF WS-IS-FIRST-CALL
               OPEN INPUT CAL-FILE
               IF WS-CAL-STATUS = '00'
                   SET WS-CAL-IS-OPEN TO TRUE
               END-IF
               MOVE 'N' TO WS-FIRST-CALL
           END-IF

           MOVE 0 TO PROG0043-RTN-CODE
           MOVE SPACES TO PROG0043-RESULT-DATE
           MOVE 0 TO PROG0043-BUS-DAYS
           MOVE SPACE TO PROG0043-DAY-TYPE
           MOVE SPACES TO PROG0043-DAY-DESC
           IF WS-CAL-IS-OPEN
               MOVE 'N' TO PROG0043-CAL-FLAG
           ELSE
               SET PROG0043-CAL-MISSING TO TRUE
           END-IF

           MOVE PROG0043-DATE-FROM TO WS-DATE-TEXT
           PERFORM PROC-VALIDATE-DATE
           MOVE WS-DAY-INT TO WS-FROM-INT

           IF PROG0043-RTN-CODE = 0 AND PROG0043-ELAPSED
               MOVE PROG0043-DATE-TO TO WS-DATE-TEXT
               PERFORM PROC-VALIDATE-DATE
               MOVE WS-DAY-INT TO WS-TO-INT
           END-IF

           IF PROG0043-RTN-CODE = 0
               EVALUATE TRUE
                   WHEN PROG0043-PREV-BUSINESS
                       PERFORM PROC-PREVIOUS-BUSINESS
                   WHEN PROG0043-ELAPSED
                       PERFORM PROC-COUNT-ELAPSED
                   WHEN PROG0043-VERIFY
                       PERFORM PROC-VERIFY-DAY
                   WHEN OTHER
                       MOVE 8 TO PROG0043-RTN-CODE
               END-EVALUATE
           END-IF

           GOBACK.

       PROC-VALIDATE-DATE.

           MOVE 0 TO WS-DAY-INT
           IF WS-DATE-TEXT IS NOT NUMERIC
               MOVE 8 TO PROG0043-RTN-CODE
           ELSE
               MOVE WS-DATE-TEXT TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = 0
                   MOVE 8 TO PROG0043-RTN-CODE
               ELSE
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               END-IF
           END-IF.

      * Recua dia a dia a partir da vespera ate o primeiro util.
       PROC-PREVIOUS-BUSINESS.

           COMPUTE WS-DAY-INT = WS-FROM-INT - 1
           PERFORM PROC-CLASSIFY-DAY
           PERFORM UNTIL WS-IS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DAY-INT
               PERFORM PROC-CLASSIFY-DAY
           END-PERFORM

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE WS-DATE-NUM TO PROG0043-RESULT-DATE.

      * Uteis depois de FROM ate TO inclusive: o movimento de sexta
      * conferido na segunda tem um dia util decorrido.
       PROC-COUNT-ELAPSED.

           COMPUTE WS-DAY-INT = WS-FROM-INT + 1
           PERFORM UNTIL WS-DAY-INT > WS-TO-INT
               PERFORM PROC-CLASSIFY-DAY
               IF WS-IS-BUSINESS-DAY
                   ADD 1 TO PROG0043-BUS-DAYS
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM.

       PROC-VERIFY-DAY.

           MOVE WS-FROM-INT TO WS-DAY-INT
           PERFORM PROC-CLASSIFY-DAY
           MOVE WS-DAY-TYPE TO PROG0043-DAY-TYPE
           MOVE WS-DAY-DESC TO PROG0043-DAY-DESC
           MOVE PROG0043-DATE-FROM TO PROG0043-RESULT-DATE
           IF NOT WS-IS-BUSINESS-DAY
               MOVE 4 TO PROG0043-RTN-CODE
           END-IF.

      * Dia inteiro 1 (01/01/1601) foi segunda-feira: resto 6 =
      * sabado, 0 = domingo. A entrada do calendario prevalece
      * sobre a regra de fim de semana.
       PROC-CLASSIFY-DAY.

           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INT, 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'S' TO WS-DAY-TYPE
               MOVE "SABADO/DOMINGO" TO WS-DAY-DESC
           ELSE
               MOVE 'U' TO WS-DAY-TYPE
               MOVE SPACES TO WS-DAY-DESC
           END-IF

           IF WS-CAL-IS-OPEN
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               MOVE WS-DATE-NUM TO CAL-DATE
               READ CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-TYPE TO WS-DAY-TYPE
                       MOVE CAL-DESC TO WS-DAY-DESC
               END-READ
           END-IF.
