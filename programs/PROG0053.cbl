       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0053.

      * Utilitario do operador para a reserva do mestre (RUNLOCK):
      * mostra quem esta com a reserva - job, programa, operador e
      * desde quando - ou a ultima liberacao, e libera a forca a
      * reserva que ficou presa quando um programa atualizador
      * abendou (ou terminou por erro) sem chegar ao fim normal.
      * PARM: CONSULTA (default) ou LIBERA,OPERADOR=xxxxxxxx. A
      * liberacao forcada grava o operador e a marca de forcada no
      * RUNLOCK, avisa a console e deixa linha na trilha de
      * auditoria (programa PROG0053, acao 'F', RTN 4) com o job,
      * o programa e o operador da reserva derrubada.
      * Antes de liberar, confirmar que o job dono nao esta mais em
      * execucao: a reserva nao distingue job vivo de job abendado.
      * RC: CONSULTA 0 livre / 4 reservado; LIBERA 0 liberado / 4
      * nada a liberar; 16 em PARM invalido ou RUNLOCK indisponivel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-STATUS PIC XX.

       01 WS-PARM-FIELDS.
           05 WS-PARM-FIELD OCCURS 2 TIMES PIC X(20).
       01 WS-PARM-FIELD-IDX PIC 9(01) VALUE 0.

       01 WS-FUNCTION PIC X VALUE 'C'.
           88 WS-IS-QUERY VALUE 'C'.
           88 WS-IS-FORCE VALUE 'F'.
           88 WS-IS-INVALID VALUE 'X'.
       01 WS-FORCE-OPERATOR PIC X(08) VALUE SPACES.

      * Retrato da reserva antes da liberacao (a resposta do servico
      * ja volta com o registro liberado).
       01 WS-HELD-JOB PIC X(08) VALUE SPACES.
       01 WS-HELD-PROGRAM PIC X(08) VALUE SPACES.
       01 WS-HELD-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-HELD-CLAIM-TS PIC X(14) VALUE SPACES.

       COPY 'books/PROG0052.cpy'.

       LINKAGE SECTION.

       01 PROG0053-PARM PIC X(40).

       PROCEDURE DIVISION USING PROG0053-PARM.

           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING PROG0053-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD (1)
                    WS-PARM-FIELD (2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-PARM-FIELD-IDX > 2
               EVALUATE TRUE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) = SPACES
                       CONTINUE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) = 'CONSULTA'
                       SET WS-IS-QUERY TO TRUE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) = 'LIBERA'
                       SET WS-IS-FORCE TO TRUE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:9)
                           = 'OPERADOR='
                       MOVE WS-PARM-FIELD (WS-PARM-FIELD-IDX) (10:8)
                           TO WS-FORCE-OPERATOR
                   WHEN OTHER
                       DISPLAY "PROG0053: PARM invalido: "
                           WS-PARM-FIELD (WS-PARM-FIELD-IDX)
                       SET WS-IS-INVALID TO TRUE
               END-EVALUATE
           END-PERFORM

           IF WS-IS-INVALID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Liberacao forcada sempre com o operador identificado.
           IF WS-IS-FORCE AND WS-FORCE-OPERATOR = SPACES
               DISPLAY "PROG0053: LIBERA exige OPERADOR= no PARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-QUERY TO TRUE
           MOVE 'PROG0053' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0053: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROC-SHOW-LOCK

           IF WS-IS-FORCE
               PERFORM PROC-FORCE-RELEASE
           ELSE
               IF PROG0052-GRANTED
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       PROC-SHOW-LOCK.

           IF PROG0052-GRANTED
               DISPLAY "PROG0053: MASTFILE RESERVADO - JOB="
                   PROG0052-LOCK-JOB " PROGRAMA="
                   PROG0052-LOCK-PROGRAM " OPERADOR="
                   PROG0052-LOCK-OPERATOR " DESDE="
                   PROG0052-LOCK-CLAIM-TS
           ELSE
               IF PROG0052-LOCK-JOB = SPACES
                   DISPLAY "PROG0053: MASTFILE LIVRE - nenhuma "
                       "reserva registrada"
               ELSE
                   DISPLAY "PROG0053: MASTFILE LIVRE - ULTIMA "
                       "RESERVA JOB=" PROG0052-LOCK-JOB
                       " PROGRAMA=" PROG0052-LOCK-PROGRAM
                       " DESDE=" PROG0052-LOCK-CLAIM-TS
                       " LIBERADA EM=" PROG0052-LOCK-RELEASE-TS
                       " POR=" PROG0052-LOCK-RELEASED-BY
                       " FORCADA=" PROG0052-LOCK-FORCED
               END-IF
           END-IF.

       PROC-FORCE-RELEASE.

           MOVE PROG0052-LOCK-JOB      TO WS-HELD-JOB
           MOVE PROG0052-LOCK-PROGRAM  TO WS-HELD-PROGRAM
           MOVE PROG0052-LOCK-OPERATOR TO WS-HELD-OPERATOR
           MOVE PROG0052-LOCK-CLAIM-TS TO WS-HELD-CLAIM-TS

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-FORCE TO TRUE
           MOVE 'PROG0053' TO PROG0052-PROGRAM
           MOVE WS-FORCE-OPERATOR TO PROG0052-FORCE-OPERATOR
           CALL 'PROG0052' USING PROG0052-BOOK

           EVALUATE TRUE
               WHEN PROG0052-GRANTED
                   DISPLAY "PROG0053: *** RESERVA DO MASTFILE "
                       "LIBERADA A FORCA POR " WS-FORCE-OPERATOR
                       " - JOB=" WS-HELD-JOB " PROGRAMA="
                       WS-HELD-PROGRAM " ***"
                       UPON CONSOLE
                   PERFORM PROC-WRITE-AUDIT
                   MOVE 0 TO RETURN-CODE
               WHEN PROG0052-NOT-HELD
                   DISPLAY "PROG0053: nenhuma reserva a liberar"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "PROG0053: falha na liberacao - RTN "
                       PROG0052-RTN-CODE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      * Registro sem ID de mestre: o nome leva o recurso e o dono da
      * reserva derrubada, a chave anterior o carimbo da reserva.
       PROC-WRITE-AUDIT.

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0053: falha ao abrir AUDTFILE - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 'PROG0053' TO AUDIT-PROGRAM
           MOVE 0 TO AUDIT-ID
           MOVE SPACES TO AUDIT-NAME
           MOVE 'RESERVA MASTFILE' TO AUDIT-SURNAME
           STRING WS-HELD-JOB DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HELD-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HELD-OPERATOR DELIMITED BY SIZE
                  INTO AUDIT-GIVEN-NAME
           MOVE 4 TO AUDIT-RTN-CODE
           MOVE WS-FORCE-OPERATOR TO AUDIT-OPERATOR
           MOVE 'F' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-KEY
           MOVE WS-HELD-CLAIM-TS TO AUDIT-BEFORE-SURNAME
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.
