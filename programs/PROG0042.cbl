       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0042.

      * Manutencao transacional do calendario de dias uteis: le as
      * transacoes da area de operacao (CALIN, um cartao por acao) e
      * aplica inclusoes, alteracoes e exclusoes sobre o CALENDAR
      * indexado, com relatorio do que a carga fez e a listagem do
      * calendario vigente a partir de 1o de janeiro do ano
      * corrente (CALRPT). O calendario e consultado pelo servico de
      * datas PROG0043.
      *
      * Acoes do CALIN (acao + data + tipo + descricao + operador):
      *   A = inclusao de uma data no calendario
      *   C = alteracao do tipo ou da descricao de uma data
      *   E = exclusao de uma data (volta a regra de fim de semana)
      * Tipos: F = feriado (so em dia de semana - sabado e domingo ja
      * nao sao uteis), U = dia util extra (so em sabado ou domingo).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-INPUT ASSIGN TO "CALIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIN-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CAL-REPORT ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CAL-INPUT.
       01 CAL-INPUT-RECORD.
           05 CAL-INPUT-ACTION        PIC X(01).
               88 CAL-ACTION-ADD          VALUE 'A'.
               88 CAL-ACTION-CHANGE       VALUE 'C'.
               88 CAL-ACTION-DELETE       VALUE 'E'.
               88 CAL-ACTION-VALID        VALUE 'A' 'C' 'E'.
           05 CAL-INPUT-DATE          PIC X(08).
           05 CAL-INPUT-TYPE          PIC X(01).
           05 CAL-INPUT-DESC          PIC X(30).
           05 CAL-INPUT-OPERATOR      PIC X(08).

       FD  CAL-FILE.
       COPY 'books/CAL-REC.cpy'.

       FD  CAL-REPORT.
       01 CAL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CALIN-STATUS PIC XX.
       01 WS-CAL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-CALIN-EOF PIC X VALUE 'N'.
           88 END-OF-CALIN VALUE 'Y'.
       01 WS-CAL-EOF PIC X VALUE 'N'.
           88 END-OF-CAL VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-APPLIED-DESC PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM PIC 9(08) VALUE 0.
       01 WS-WEEKDAY PIC 9(01) VALUE 0.
       01 WS-WEEKEND-SWITCH PIC X VALUE 'N'.
           88 WS-IS-WEEKEND VALUE 'Y'.
       01 WS-LIST-FROM PIC X(08) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-APPLIED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-LISTED         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-CALIN
               READ CAL-INPUT
                   AT END
                       SET END-OF-CALIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM PROC-APPLY-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-TOTALS
           PERFORM PROC-LIST-CALENDAR

           CLOSE CAL-INPUT
           CLOSE CAL-FILE
           CLOSE CAL-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT CAL-INPUT
           IF WS-CALIN-STATUS NOT = '00'
               DISPLAY "PROG0042: falha ao abrir CALIN - STATUS "
                   WS-CALIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Manutencao transacional: abre I-O sobre o calendario
      * existente (STATUS 05 = arquivo criado agora, primeira carga).
           OPEN I-O CAL-FILE
           IF WS-CAL-STATUS NOT = '00' AND WS-CAL-STATUS NOT = '05'
               DISPLAY "PROG0042: falha ao abrir CALENDAR - STATUS "
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CAL-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0042: falha ao abrir CALRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE
           MOVE "MANUTENCAO DO CALENDARIO DE DIAS UTEIS - PROG0042"
               TO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE
           MOVE "====================================================="
               TO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE.

       PROC-APPLY-TRANSACTION.

           MOVE SPACES TO WS-REJECT-REASON

           IF NOT CAL-ACTION-VALID
               MOVE "CODIGO DE ACAO INVALIDO" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-VALIDATE-DATE
           END-IF

           IF WS-REJECT-REASON = SPACES AND NOT CAL-ACTION-DELETE
               PERFORM PROC-VALIDATE-TYPE
           END-IF

           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN CAL-ACTION-ADD
                       PERFORM PROC-ACTION-ADD
                   WHEN CAL-ACTION-CHANGE
                       PERFORM PROC-ACTION-CHANGE
                   WHEN CAL-ACTION-DELETE
                       PERFORM PROC-ACTION-DELETE
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REJECT
           ELSE
               PERFORM PROC-APPLIED
           END-IF.

      * Data de calendario valida; o dia da semana decide que tipo
      * de excecao cabe na data (dia inteiro 1 = segunda-feira).
       PROC-VALIDATE-DATE.

           IF CAL-INPUT-DATE IS NOT NUMERIC
               MOVE "DATA NAO NUMERICA" TO WS-REJECT-REASON
           ELSE
               MOVE CAL-INPUT-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = 0
                   MOVE "DATA INVALIDA" TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-WEEKDAY = FUNCTION MOD
                       (FUNCTION INTEGER-OF-DATE (WS-DATE-NUM), 7)
                   IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                       MOVE 'Y' TO WS-WEEKEND-SWITCH
                   ELSE
                       MOVE 'N' TO WS-WEEKEND-SWITCH
                   END-IF
               END-IF
           END-IF.

       PROC-VALIDATE-TYPE.

           MOVE CAL-INPUT-TYPE TO CAL-TYPE
           EVALUATE TRUE
               WHEN NOT CAL-TYPE-VALID
                   MOVE "TIPO INVALIDO (F OU U)" TO WS-REJECT-REASON
               WHEN CAL-HOLIDAY AND WS-IS-WEEKEND
                   MOVE "FERIADO EM SABADO/DOMINGO NAO SE APLICA"
                       TO WS-REJECT-REASON
               WHEN CAL-EXTRA-WORKDAY AND NOT WS-IS-WEEKEND
                   MOVE "DIA UTIL EXTRA SO EM SABADO/DOMINGO"
                       TO WS-REJECT-REASON
               WHEN CAL-INPUT-DESC = SPACES
                   MOVE "DESCRICAO OBRIGATORIA" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROC-ACTION-ADD.

           MOVE CAL-INPUT-DATE      TO CAL-DATE
           MOVE CAL-INPUT-TYPE      TO CAL-TYPE
           MOVE CAL-INPUT-DESC      TO CAL-DESC
           MOVE CAL-INPUT-OPERATOR  TO CAL-OPERATOR
           MOVE WS-RUN-DATE (1:14)  TO CAL-CHG-TS
           WRITE CAL-RECORD
               INVALID KEY
                   MOVE "DATA JA CADASTRADA" TO WS-REJECT-REASON
           END-WRITE
           MOVE "INCLUIDA" TO WS-APPLIED-DESC.

       PROC-ACTION-CHANGE.

           MOVE CAL-INPUT-DATE TO CAL-DATE
           READ CAL-FILE
               INVALID KEY
                   MOVE "DATA NAO CADASTRADA" TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES
               MOVE CAL-INPUT-TYPE      TO CAL-TYPE
               MOVE CAL-INPUT-DESC      TO CAL-DESC
               MOVE CAL-INPUT-OPERATOR  TO CAL-OPERATOR
               MOVE WS-RUN-DATE (1:14)  TO CAL-CHG-TS
               REWRITE CAL-RECORD
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR DATA" TO WS-REJECT-REASON
               END-REWRITE
           END-IF
           MOVE "ALTERADA" TO WS-APPLIED-DESC.

       PROC-ACTION-DELETE.

           MOVE CAL-INPUT-DATE TO CAL-DATE
           READ CAL-FILE
               INVALID KEY
                   MOVE "DATA NAO CADASTRADA" TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES
               DELETE CAL-FILE
                   INVALID KEY
                       MOVE "ERRO AO EXCLUIR DATA" TO WS-REJECT-REASON
               END-DELETE
           END-IF
           MOVE "EXCLUIDA" TO WS-APPLIED-DESC.

       PROC-APPLIED.

           ADD 1 TO WS-TOTAL-APPLIED

           MOVE SPACES TO CAL-REPORT-LINE
           STRING "APLICADA  ACAO=" DELIMITED BY SIZE
                  CAL-INPUT-ACTION DELIMITED BY SIZE
                  " DATA=" DELIMITED BY SIZE
                  CAL-INPUT-DATE DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  CAL-INPUT-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-APPLIED-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAL-INPUT-DESC DELIMITED BY SIZE
                  " OPERADOR=" DELIMITED BY SIZE
                  CAL-INPUT-OPERATOR DELIMITED BY SIZE
                  INTO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE.

       PROC-REJECT.

           ADD 1 TO WS-TOTAL-REJECTED

           MOVE SPACES TO CAL-REPORT-LINE
           STRING "REJEITADA ACAO=" DELIMITED BY SIZE
                  CAL-INPUT-ACTION DELIMITED BY SIZE
                  " DATA=" DELIMITED BY SIZE
                  CAL-INPUT-DATE DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  CAL-INPUT-TYPE DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE

           MOVE SPACES TO CAL-REPORT-LINE
           STRING "TRANSACOES LIDAS.....: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  INTO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE

           MOVE SPACES TO CAL-REPORT-LINE
           STRING "TRANSACOES APLICADAS.: " DELIMITED BY SIZE
                  WS-TOTAL-APPLIED DELIMITED BY SIZE
                  INTO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE

           MOVE SPACES TO CAL-REPORT-LINE
           STRING "TRANSACOES REJEITADAS: " DELIMITED BY SIZE
                  WS-TOTAL-REJECTED DELIMITED BY SIZE
                  INTO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE.

      * Calendario vigente a partir de 1o de janeiro do ano
      * corrente, para conferencia da area de operacao.
       PROC-LIST-CALENDAR.

           MOVE "====================================================="
               TO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE
           MOVE SPACES TO WS-LIST-FROM
           STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
                  "0101" DELIMITED BY SIZE
                  INTO WS-LIST-FROM
           MOVE SPACES TO CAL-REPORT-LINE
           STRING "CALENDARIO VIGENTE A PARTIR DE " DELIMITED BY SIZE
                  WS-LIST-FROM DELIMITED BY SIZE
                  INTO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE

           MOVE WS-LIST-FROM TO CAL-DATE
           START CAL-FILE KEY IS NOT LESS THAN CAL-DATE
               INVALID KEY
                   SET END-OF-CAL TO TRUE
           END-START

           PERFORM UNTIL END-OF-CAL
               READ CAL-FILE NEXT RECORD
                   AT END
                       SET END-OF-CAL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTED
                       MOVE SPACES TO CAL-REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                              CAL-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CAL-TYPE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CAL-DESC DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              CAL-OPERATOR DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CAL-CHG-TS DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO CAL-REPORT-LINE
                       WRITE CAL-REPORT-LINE
               END-READ
           END-PERFORM

           MOVE SPACES TO CAL-REPORT-LINE
           STRING "DATAS NO CALENDARIO..: " DELIMITED BY SIZE
                  WS-TOTAL-LISTED DELIMITED BY SIZE
                  INTO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE

           MOVE "====================================================="
               TO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE.

       PROC-END-PROG.

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
