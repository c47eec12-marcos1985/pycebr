       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0054.

      * Virada mensal da trilha de auditoria: fecha o mes informado
      * (PARM MES=AAAAMM; default o mes anterior ao da execucao) e
      * carrega as linhas dele - e as de meses anteriores que ainda
      * estejam na trilha - no historico indexado AUDHIST (chave ID
      * + carimbo; acesso alternativo por operador, por programa e
      * por faixa de datas), copiando-as tambem para a geracao
      * mensal sequencial (AUDTMES) que a recuperacao do mestre
      * (PROG0041) concatena na classificacao da trilha. As linhas
      * do mes aberto (gravadas depois da virada do calendario) vao
      * para a trilha nova (AUDTNEW), que a JCL troca pela de
      * producao so com RC 0/4.
      * AUDTOLD e a trilha corrente concatenada com as trilhas das
      * particoes do PARALELJ, que a JCL zera depois da troca.
      * Reexecucao do mesmo mes (trilha nao trocada apos um erro) e
      * segura: linha ja presente no historico com a mesma chave
      * conta como carregada na tentativa anterior.
      * Relatorio de controle ROLLRPT com a prova de que toda linha
      * saiu: lidas = fechadas + mantidas, fechadas = arquivadas na
      * geracao mensal, e a releitura do historico pela faixa de
      * datas encontra todas as fechadas. RC 8 com prova divergente
      * (a trilha nao e trocada), RC 4 sem linha a fechar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDT-OLD-FILE ASSIGN TO "AUDTOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDTOLD-STATUS.

           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               ALTERNATE RECORD KEY IS AUDH-OPER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-PROG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-DATE-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT AUDT-NEW-FILE ASSIGN TO "AUDTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDTNEW-STATUS.

           SELECT AUDT-MONTH-FILE ASSIGN TO "AUDTMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDTMES-STATUS.

           SELECT ROLL-REPORT ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AUDT-OLD-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  AUDH-FILE.
       COPY 'books/AUDH-REC.cpy'.

       FD  AUDT-NEW-FILE.
       01 AUDT-NEW-RECORD PIC X(198).

       FD  AUDT-MONTH-FILE.
       01 AUDT-MONTH-RECORD PIC X(198).

       FD  ROLL-REPORT.
       01 ROLL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-AUDTOLD-STATUS PIC XX.
       01 WS-AUDH-STATUS PIC XX.
       01 WS-AUDTNEW-STATUS PIC XX.
       01 WS-AUDTMES-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-AUDTOLD-EOF PIC X VALUE 'N'.
           88 END-OF-AUDTOLD VALUE 'Y'.
       01 WS-AUDH-EOF PIC X VALUE 'N'.
           88 END-OF-AUDH VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-CLOSE-MONTH PIC X(06) VALUE SPACES.
       01 WS-CLOSE-MONTH-N REDEFINES WS-CLOSE-MONTH.
           05 WS-CLOSE-YEAR PIC 9(04).
           05 WS-CLOSE-MM PIC 9(02).
      * Menor carimbo entre as linhas fechadas: inicio da releitura
      * de conferencia no historico.
       01 WS-MIN-TS PIC X(21) VALUE HIGH-VALUES.

       01 WS-PROOF-SWITCH PIC X VALUE 'S'.
           88 WS-PROOF-OK VALUE 'S'.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(09) VALUE 0.
           05 WS-TOTAL-CLOSED         PIC 9(09) VALUE 0.
           05 WS-TOTAL-LOADED         PIC 9(09) VALUE 0.
           05 WS-TOTAL-ALREADY        PIC 9(09) VALUE 0.
           05 WS-TOTAL-ARCHIVED       PIC 9(09) VALUE 0.
           05 WS-TOTAL-KEPT           PIC 9(09) VALUE 0.
           05 WS-TOTAL-CHECKED        PIC 9(09) VALUE 0.
           05 WS-TOTAL-SUM            PIC 9(09) VALUE 0.

      * Linhas fechadas por programa (quadro do relatorio).
       01 WS-PROG-TABLE.
           05 WS-PROG-COUNT PIC 9(02) VALUE 0.
           05 WS-PROG-ENTRY OCCURS 60 TIMES.
               10 WS-PROG-NAME        PIC X(08).
               10 WS-PROG-TALLY       PIC 9(09).
       01 WS-PROG-IDX PIC 9(02) VALUE 0.
       01 WS-PROG-FOUND PIC X VALUE 'N'.
           88 WS-IS-PROG-FOUND VALUE 'Y'.

       LINKAGE SECTION.

       01 PROG0054-PARM PIC X(40).

       PROCEDURE DIVISION USING PROG0054-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           IF PROG0054-PARM (1:4) = 'MES='
               MOVE PROG0054-PARM (5:6) TO WS-CLOSE-MONTH
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-CLOSE-MONTH
               IF WS-CLOSE-MM = 1
                   SUBTRACT 1 FROM WS-CLOSE-YEAR
                   MOVE 12 TO WS-CLOSE-MM
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MM
               END-IF
           END-IF

           IF WS-CLOSE-MONTH IS NOT NUMERIC
                   OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "PROG0054: MES= invalido no PARM: "
                   WS-CLOSE-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * O mes corrente continua recebendo linhas: so fecha depois
      * da virada do calendario.
           IF WS-CLOSE-MONTH NOT < WS-RUN-DATE (1:6)
               DISPLAY "PROG0054: mes " WS-CLOSE-MONTH
                   " ainda aberto - virada recusada"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-AUDTOLD
               READ AUDT-OLD-FILE
                   AT END
                       SET END-OF-AUDTOLD TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM PROC-ROUTE-LINE
               END-READ
           END-PERFORM

           CLOSE AUDT-OLD-FILE
           CLOSE AUDT-NEW-FILE
           CLOSE AUDT-MONTH-FILE

           PERFORM PROC-CHECK-HISTORY

           CLOSE AUDH-FILE

           PERFORM PROC-PROVE-TOTALS
           PERFORM PROC-WRITE-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT AUDT-OLD-FILE
           IF WS-AUDTOLD-STATUS NOT = '00'
               DISPLAY "PROG0054: falha ao abrir AUDTOLD - STATUS "
                   WS-AUDTOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Primeira virada cria o historico.
           OPEN I-O AUDH-FILE
           IF WS-AUDH-STATUS NOT = '00' AND WS-AUDH-STATUS NOT = '05'
               DISPLAY "PROG0054: falha ao abrir AUDHIST - STATUS "
                   WS-AUDH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDT-NEW-FILE
           IF WS-AUDTNEW-STATUS NOT = '00'
               DISPLAY "PROG0054: falha ao abrir AUDTNEW - STATUS "
                   WS-AUDTNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDT-MONTH-FILE
           IF WS-AUDTMES-STATUS NOT = '00'
               DISPLAY "PROG0054: falha ao abrir AUDTMES - STATUS "
                   WS-AUDTMES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ROLL-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0054: falha ao abrir ROLLRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Linha do mes aberto fica na trilha; as demais fecham.
       PROC-ROUTE-LINE.

           IF AUDIT-TIMESTAMP (1:6) > WS-CLOSE-MONTH
               MOVE AUDIT-RECORD TO AUDT-NEW-RECORD
               WRITE AUDT-NEW-RECORD
               ADD 1 TO WS-TOTAL-KEPT
           ELSE
               ADD 1 TO WS-TOTAL-CLOSED
               IF AUDIT-TIMESTAMP < WS-MIN-TS
                   MOVE AUDIT-TIMESTAMP TO WS-MIN-TS
               END-IF
               MOVE AUDIT-RECORD TO AUDT-MONTH-RECORD
               WRITE AUDT-MONTH-RECORD
               ADD 1 TO WS-TOTAL-ARCHIVED
               PERFORM PROC-LOAD-HISTORY
               PERFORM PROC-TALLY-PROGRAM
           END-IF.

      * A sequencia e a posicao da linha na trilha lida: a mesma
      * trilha relida gera as mesmas chaves.
       PROC-LOAD-HISTORY.

           MOVE AUDIT-ID           TO AUDH-ID
           MOVE AUDIT-TIMESTAMP    TO AUDH-TIMESTAMP
           MOVE WS-TOTAL-READ      TO AUDH-SEQ
           MOVE AUDIT-OPERATOR     TO AUDH-OPERATOR
           MOVE AUDIT-TIMESTAMP    TO AUDH-OPER-TS
           MOVE AUDIT-PROGRAM      TO AUDH-PROGRAM
           MOVE AUDIT-TIMESTAMP    TO AUDH-PROG-TS
           MOVE AUDIT-TIMESTAMP    TO AUDH-DATE-TS
           MOVE WS-TOTAL-READ      TO AUDH-DATE-SEQ
           MOVE WS-CLOSE-MONTH     TO AUDH-MONTH
           MOVE AUDIT-RECORD       TO AUDH-LINE

           WRITE AUDH-RECORD
               INVALID KEY
                   IF WS-AUDH-STATUS = '22'
                       ADD 1 TO WS-TOTAL-ALREADY
                   ELSE
                       DISPLAY "PROG0054: falha ao gravar AUDHIST - "
                           "STATUS " WS-AUDH-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-LOADED
           END-WRITE.

       PROC-TALLY-PROGRAM.

           MOVE 'N' TO WS-PROG-FOUND

           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > WS-PROG-COUNT
                       OR WS-IS-PROG-FOUND
               IF WS-PROG-NAME (WS-PROG-IDX) = AUDIT-PROGRAM
                   SET WS-IS-PROG-FOUND TO TRUE
                   ADD 1 TO WS-PROG-TALLY (WS-PROG-IDX)
               END-IF
           END-PERFORM

           IF NOT WS-IS-PROG-FOUND
               IF WS-PROG-COUNT < 60
                   ADD 1 TO WS-PROG-COUNT
                   MOVE AUDIT-PROGRAM TO WS-PROG-NAME (WS-PROG-COUNT)
                   MOVE 1 TO WS-PROG-TALLY (WS-PROG-COUNT)
               ELSE
                   DISPLAY "PROG0054: quadro por programa esgotado - "
                       AUDIT-PROGRAM " fora do quadro"
               END-IF
           END-IF.

      * Releitura pela faixa de datas: do menor carimbo fechado ao
      * fim do mes, contando as linhas carregadas por esta virada
      * (ou pela tentativa anterior do mesmo mes).
       PROC-CHECK-HISTORY.

           IF WS-TOTAL-CLOSED = 0
               MOVE 'Y' TO WS-AUDH-EOF
           ELSE
               MOVE WS-MIN-TS TO AUDH-DATE-TS
               MOVE 0 TO AUDH-DATE-SEQ
               START AUDH-FILE KEY IS NOT LESS THAN AUDH-DATE-KEY
                   INVALID KEY
                       SET END-OF-AUDH TO TRUE
               END-START
           END-IF

           PERFORM UNTIL END-OF-AUDH
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDH TO TRUE
                   NOT AT END
                       IF AUDH-DATE-TS (1:6) > WS-CLOSE-MONTH
                           SET END-OF-AUDH TO TRUE
                       ELSE
                           IF AUDH-MONTH = WS-CLOSE-MONTH
                               ADD 1 TO WS-TOTAL-CHECKED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROC-PROVE-TOTALS.

           COMPUTE WS-TOTAL-SUM = WS-TOTAL-CLOSED + WS-TOTAL-KEPT
           IF WS-TOTAL-SUM NOT = WS-TOTAL-READ
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF

           COMPUTE WS-TOTAL-SUM = WS-TOTAL-LOADED + WS-TOTAL-ALREADY
           IF WS-TOTAL-SUM NOT = WS-TOTAL-CLOSED
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF

           IF WS-TOTAL-ARCHIVED NOT = WS-TOTAL-CLOSED
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF

           IF WS-TOTAL-CHECKED < WS-TOTAL-CLOSED
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.

       PROC-WRITE-REPORT.

           MOVE "====================================================="
               TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           MOVE SPACES TO ROLL-REPORT-LINE
           STRING "VIRADA MENSAL DA TRILHA DE AUDITORIA - MES "
                      DELIMITED BY SIZE
                  WS-CLOSE-MONTH DELIMITED BY SIZE
                  " - PROG0054" DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           MOVE "====================================================="
               TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE "LINHAS FECHADAS POR PROGRAMA" TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > WS-PROG-COUNT
               MOVE SPACES TO ROLL-REPORT-LINE
               STRING "  PROG=" DELIMITED BY SIZE
                      WS-PROG-NAME (WS-PROG-IDX) DELIMITED BY SIZE
                      " LINHAS=" DELIMITED BY SIZE
                      WS-PROG-TALLY (WS-PROG-IDX) DELIMITED BY SIZE
                      INTO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
           END-PERFORM

           MOVE "====================================================="
               TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE SPACES TO ROLL-REPORT-LINE
           STRING "LIDAS DA TRILHA......: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE SPACES TO ROLL-REPORT-LINE
           STRING "FECHADAS.............: " DELIMITED BY SIZE
                  WS-TOTAL-CLOSED DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE SPACES TO ROLL-REPORT-LINE
           STRING "  CARREGADAS.........: " DELIMITED BY SIZE
                  WS-TOTAL-LOADED DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE SPACES TO ROLL-REPORT-LINE
           STRING "  JA NO HISTORICO....: " DELIMITED BY SIZE
                  WS-TOTAL-ALREADY DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE SPACES TO ROLL-REPORT-LINE
           STRING "ARQUIVADAS NO MES....: " DELIMITED BY SIZE
                  WS-TOTAL-ARCHIVED DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE SPACES TO ROLL-REPORT-LINE
           STRING "CONFERIDAS NO HISTOR.: " DELIMITED BY SIZE
                  WS-TOTAL-CHECKED DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE SPACES TO ROLL-REPORT-LINE
           STRING "MANTIDAS (MES ABERTO): " DELIMITED BY SIZE
                  WS-TOTAL-KEPT DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE "====================================================="
               TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           MOVE SPACES TO ROLL-REPORT-LINE
           IF WS-PROOF-OK
               STRING "PROVA................: OK - LIDAS = FECHADAS + "
                          DELIMITED BY SIZE
                      "MANTIDAS, FECHADAS = ARQUIVADAS = HISTORICO"
                          DELIMITED BY SIZE
                      INTO ROLL-REPORT-LINE
           ELSE
               STRING "PROVA................: DIVERGENTE - TRILHA NAO "
                          DELIMITED BY SIZE
                      "TROCADA, REEXECUTAR APOS ANALISE"
                          DELIMITED BY SIZE
                      INTO ROLL-REPORT-LINE
           END-IF
           WRITE ROLL-REPORT-LINE

           MOVE "====================================================="
               TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE

           CLOSE ROLL-REPORT.

       PROC-END-PROG.

           EVALUATE TRUE
               WHEN NOT WS-PROOF-OK
                   DISPLAY "PROG0054: *** PROVA DA VIRADA DIVERGENTE - "
                       "LIDAS=" WS-TOTAL-READ " FECHADAS="
                       WS-TOTAL-CLOSED " ***"
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-CLOSED = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
