      *   ID=99999999       AUDIT-ID especifico
      *   RTN=9999          AUDIT-RTN-CODE especifico
      *   OPERADOR=XXXXXXXX operador/solicitante da acao
      *
      * Os meses ja fechados pela virada mensal (PROG0054) estao no
      * historico indexado AUDHIST e sao lidos por chave - pelo ID,
      * pelo operador ou pelo programa quando informados (nessa
      * ordem de preferencia), senao pela faixa de datas; so o mes
      * aberto (AUDTFILE) e lido sequencialmente. Os demais filtros
      * valem igual para as duas fontes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               ALTERNATE RECORD KEY IS AUDH-OPER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-PROG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-DATE-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT OPTIONAL AUDT-PARM-FILE ASSIGN TO "AUDTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  AUDH-FILE.
       COPY 'books/AUDH-REC.cpy'.

       FD  AUDT-PARM-FILE.
       01 AUDT-PARM-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-STATUS PIC XX.
       01 WS-AUDH-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

           88 END-OF-AUDIT VALUE 'Y'.
       01 WS-PARM-EOF PIC X VALUE 'N'.
           88 END-OF-PARM VALUE 'Y'.
       01 WS-AUDH-EOF PIC X VALUE 'N'.
           88 END-OF-AUDH VALUE 'Y'.

      * Caminho de leitura do historico, pela selecao informada.
       01 WS-HIST-PATH PIC X VALUE 'D'.
           88 WS-HIST-BY-ID VALUE 'I'.
           88 WS-HIST-BY-OPERATOR VALUE 'O'.
           88 WS-HIST-BY-PROGRAM VALUE 'P'.
           88 WS-HIST-BY-DATE VALUE 'D'.

       01 WS-SELECTION.
           05 WS-SEL-DATE-FROM        PIC X(08) VALUE SPACES.
           88 WS-IS-MATCH VALUE 'Y'.

       01 WS-TOTAL-READ PIC 9(07) VALUE 0.
       01 WS-TOTAL-HIST-READ PIC 9(07) VALUE 0.
       01 WS-TOTAL-SELECTED PIC 9(07) VALUE 0.

      * Resumo por dia + programa + codigo de retorno.

           PERFORM PROC-PRINT-HEADING

      * Sem historico (antes da primeira virada) so a trilha.
           OPEN INPUT AUDH-FILE
           IF WS-AUDH-STATUS = '00'
               PERFORM PROC-READ-HISTORY
               CLOSE AUDH-FILE
           ELSE
               IF WS-AUDH-STATUS NOT = '05'
                   DISPLAY "PROG0010: falha ao abrir AUDHIST - STATUS "
                       WS-AUDH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE AUDH-FILE
           END-IF

           PERFORM UNTIL END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                   STOP RUN
           END-EVALUATE.

      * Posiciona no primeiro carimbo da faixa (DATADE=, ou o
      * inicio) dentro do ID, operador ou programa e le enquanto a
      * parte fixa da chave se mantem e a data nao passa do fim.
       PROC-READ-HISTORY.

           EVALUATE TRUE
               WHEN WS-SEL-ID NOT = SPACES
                   SET WS-HIST-BY-ID TO TRUE
                   MOVE FUNCTION NUMVAL (WS-SEL-ID) TO AUDH-ID
                   MOVE WS-SEL-DATE-FROM TO AUDH-TIMESTAMP
                   MOVE 0 TO AUDH-SEQ
                   START AUDH-FILE KEY IS NOT LESS THAN AUDH-KEY
                       INVALID KEY
                           SET END-OF-AUDH TO TRUE
                   END-START
               WHEN WS-SEL-OPERATOR NOT = SPACES
                   SET WS-HIST-BY-OPERATOR TO TRUE
                   MOVE WS-SEL-OPERATOR TO AUDH-OPERATOR
                   MOVE WS-SEL-DATE-FROM TO AUDH-OPER-TS
                   START AUDH-FILE KEY IS NOT LESS THAN AUDH-OPER-KEY
                       INVALID KEY
                           SET END-OF-AUDH TO TRUE
                   END-START
               WHEN WS-SEL-PROGRAM NOT = SPACES
                   SET WS-HIST-BY-PROGRAM TO TRUE
                   MOVE WS-SEL-PROGRAM TO AUDH-PROGRAM
                   MOVE WS-SEL-DATE-FROM TO AUDH-PROG-TS
                   START AUDH-FILE KEY IS NOT LESS THAN AUDH-PROG-KEY
                       INVALID KEY
                           SET END-OF-AUDH TO TRUE
                   END-START
               WHEN OTHER
                   SET WS-HIST-BY-DATE TO TRUE
                   MOVE WS-SEL-DATE-FROM TO AUDH-DATE-TS
                   MOVE 0 TO AUDH-DATE-SEQ
                   START AUDH-FILE KEY IS NOT LESS THAN AUDH-DATE-KEY
                       INVALID KEY
                           SET END-OF-AUDH TO TRUE
                   END-START
           END-EVALUATE

           PERFORM UNTIL END-OF-AUDH
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDH TO TRUE
                   NOT AT END
                       PERFORM PROC-TAKE-HISTORY
               END-READ
           END-PERFORM.

       PROC-TAKE-HISTORY.

           EVALUATE TRUE
               WHEN WS-HIST-BY-ID
                       AND AUDH-ID NOT = FUNCTION NUMVAL (WS-SEL-ID)
                   SET END-OF-AUDH TO TRUE
               WHEN WS-HIST-BY-OPERATOR
                       AND AUDH-OPERATOR NOT = WS-SEL-OPERATOR
                   SET END-OF-AUDH TO TRUE
               WHEN WS-HIST-BY-PROGRAM
                       AND AUDH-PROGRAM NOT = WS-SEL-PROGRAM
                   SET END-OF-AUDH TO TRUE
               WHEN WS-SEL-DATE-TO NOT = SPACES
                       AND AUDH-TIMESTAMP (1:8) > WS-SEL-DATE-TO
                   SET END-OF-AUDH TO TRUE
               WHEN OTHER
                   MOVE AUDH-LINE TO AUDIT-RECORD
                   ADD 1 TO WS-TOTAL-READ
                   ADD 1 TO WS-TOTAL-HIST-READ
                   PERFORM PROC-SELECT-AUDIT
           END-EVALUATE.

       PROC-SELECT-AUDIT.

           SET WS-IS-MATCH TO TRUE
                  " ANTES=" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-BEFORE-SURNAME)
                      DELIMITED BY SIZE
                  " APROV=" DELIMITED BY SIZE
                  AUDIT-APPROVER DELIMITED BY SIZE
                  INTO AUDT-REPORT-LINE
           WRITE AUDT-REPORT-LINE.

                  INTO AUDT-REPORT-LINE
           WRITE AUDT-REPORT-LINE

           STRING "  DO HISTORICO......: " DELIMITED BY SIZE
                  WS-TOTAL-HIST-READ DELIMITED BY SIZE
                  INTO AUDT-REPORT-LINE
           WRITE AUDT-REPORT-LINE

           STRING "LINHAS SELECIONADAS.: " DELIMITED BY SIZE
                  WS-TOTAL-SELECTED DELIMITED BY SIZE
                  INTO AUDT-REPORT-LINE
