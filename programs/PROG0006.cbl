      * alteracoes, inativacoes, reativacoes e exclusoes contra o
      * MASTFILE, produzindo um relatorio das transacoes aplicadas e
      * rejeitadas (MNTRPT). Substitui a edicao manual do VSAM que a
      * equipe de registro pedia a programacao de sistemas. Depois
      * do MNTIN aplica tambem as solicitacoes aprovadas online com
      * dupla custodia (APRVREG, transacao PROG0045), pela mesma
      * edicao, com solicitante e aprovador na trilha; a solicitacao
      * cujo nome hoje pertence a outro MASTER-ID que nao o aprovado
      * e rejeitada.
      * Registro com ocorrencia nao liberada na fila de triagem
      * (SCRNREG pendente ou confirmada) tem a manutencao aplicada
      * no mestre, mas o evento nao sai no feed: a liberacao pelo
      * PROG0050 publica o registro com o nome vigente. A exclusao
      * de registro que ja saiu no feed antes do flagrante
      * (retriagem) e publicada, para o consumidor nao ficar com ele.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ARCHX-KEY
               FILE STATUS IS WS-ARCHX-STATUS.

      * Solicitacoes com dupla custodia: as aprovadas (situacao A)
      * entram aqui e saem efetivadas (E) ou rejeitadas (F).
           SELECT OPTIONAL APRV-FILE ASSIGN TO "APRVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APRV-ID
               FILE STATUS IS WS-APRV-STATUS.

      * Fila de triagem da lista de restricao, so consultada.
           SELECT OPTIONAL SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT MAINT-REPORT ASSIGN TO "MNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  ARCH-XREF-FILE.
       COPY 'books/ARCHX-REC.cpy'.

       FD  APRV-FILE.
       COPY 'books/APRVREG-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  MAINT-REPORT.
       01 MAINT-REPORT-LINE PIC X(132).

       01 WS-CTRYX-STATUS PIC XX.
       01 WS-PHONX-STATUS PIC XX.
       01 WS-ARCHX-STATUS PIC XX.
       01 WS-APRV-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-NAMH-STATUS PIC XX.
           88 END-OF-MAINT VALUE 'Y'.
       01 WS-PARMCARD-EOF PIC X VALUE 'N'.
           88 END-OF-PARMCARD VALUE 'Y'.
       01 WS-APRV-EOF PIC X VALUE 'N'.
           88 END-OF-APRV VALUE 'Y'.
       01 WS-XREF-EOF PIC X VALUE 'N'.
           88 END-OF-XREF VALUE 'Y'.
       01 WS-XREF-ACTION PIC X VALUE SPACE.
       01 WS-MIN-NAME-LENGTH PIC 9(04) VALUE 10.
       01 WS-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-IS-HELD VALUE 'Y'.
       01 WS-MASTER-FOUND PIC X VALUE 'N'.
           88 WS-IS-MASTER-FOUND VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-APPLIED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-APRV-READ      PIC 9(07) VALUE 0.
           05 WS-TOTAL-HELD           PIC 9(07) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(07) VALUE 0.

       COPY 'books/PROG0002.cpy'.
       COPY 'books/PROG0015.cpy'.
       COPY 'books/PROG0028.cpy'.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           PERFORM PROC-CLAIM-LOCK

           PERFORM PROC-OPEN-FILES

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CHANGE-TS
               END-READ
           END-PERFORM

           PERFORM PROC-APPLY-APPROVED

      * A atividade de manutencao aplicada forma um segmento proprio
      * do feed (header + eventos + trailer) acrescentado ao JSONOUT
      * do dia, como os segmentos de correcao do PROG0011: o sistema
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE ARCH-XREF-FILE
           CLOSE APRV-FILE
           CLOSE SCRN-REG-FILE
           CLOSE MAINT-REPORT
           CLOSE AUDIT-FILE
           CLOSE NAMH-FILE
               STOP RUN
           END-IF

           OPEN I-O APRV-FILE
           IF WS-APRV-STATUS NOT = '00' AND WS-APRV-STATUS NOT = '05'
               DISPLAY "PROG0006: falha ao abrir APRVREG - STATUS "
                   WS-APRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0006: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Mesmo cartao de parametros da janela batch: so o MINLEN=
      * interessa aqui, para a re-edicao de alteracao de nome usar o
      * mesmo tamanho minimo em vigor no batch.
               END-IF
           END-IF.

      * Solicitacoes aprovadas online: cada uma vira uma transacao
      * no desenho do cartao MNTIN (solicitante como operador,
      * aprovador em MAINT-APPROVER) e passa pela mesma aplicacao;
      * o resultado volta para a solicitacao (E = efetivada, F =
      * rejeitada com o motivo), que nao e aplicada de novo.
       PROC-APPLY-APPROVED.

           MOVE 'N' TO WS-APRV-EOF
           MOVE 0 TO APRV-ID
           START APRV-FILE KEY IS NOT LESS THAN APRV-ID
               INVALID KEY
                   SET END-OF-APRV TO TRUE
           END-START

           PERFORM UNTIL END-OF-APRV
               READ APRV-FILE NEXT RECORD
                   AT END
                       SET END-OF-APRV TO TRUE
                   NOT AT END
                       IF APRV-APPROVED
                           PERFORM PROC-APPLY-APPROVED-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

       PROC-APPLY-APPROVED-REQUEST.

           ADD 1 TO WS-TOTAL-READ
           ADD 1 TO WS-TOTAL-APRV-READ

           INITIALIZE MAINT-RECORD
           MOVE APRV-ACTION   TO MAINT-ACTION
           MOVE APRV-NAME     TO MAINT-NAME
           MOVE APRV-NEW-NAME TO MAINT-NEW-NAME
           MOVE APRV-MAKER    TO MAINT-OPERATOR
           MOVE APRV-CHECKER  TO MAINT-APPROVER

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "SOLICITACAO APRVREG=" DELIMITED BY SIZE
                  APRV-ID DELIMITED BY SIZE
                  " SOLICITANTE=" DELIMITED BY SIZE
                  APRV-MAKER DELIMITED BY SIZE
                  " APROVADOR=" DELIMITED BY SIZE
                  APRV-CHECKER DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

      * O nome da solicitacao pode ter passado a outro registro
      * depois da aprovacao (alteracao ou exclusao do alvo, inclusive
      * por cartao MNTIN desta mesma execucao): so se aplica sobre o
      * MASTER-ID aprovado.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-SAVED-ID
           IF MAINT-ACTION-VALID
               PERFORM PROC-LOOKUP-TARGET
               IF WS-IS-MASTER-FOUND
                       AND WS-SAVED-ID NOT = APRV-TARGET-ID
                   MOVE "REGISTRO-ALVO MUDOU DESDE A APROVACAO"
                       TO WS-REJECT-REASON
                   MOVE SPACES TO MAINT-REPORT-LINE
                   PERFORM PROC-REJECT
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-APPLY-TRANSACTION
           END-IF

           IF WS-REJECT-REASON = SPACES
               SET APRV-APPLIED TO TRUE
           ELSE
               SET APRV-FAILED TO TRUE
               MOVE WS-REJECT-REASON TO APRV-REASON
           END-IF
           MOVE WS-CHANGE-TS TO APRV-BATCH-TS
           REWRITE APRV-RECORD
               INVALID KEY
                   DISPLAY "PROG0006: falha ao regravar APRVREG "
                       APRV-ID
           END-REWRITE.

       PROC-LOOKUP-TARGET.

           MOVE 'N' TO WS-MASTER-FOUND
           MOVE 0 TO AUDIT-RTN-CODE
           PERFORM PROC-WRITE-AUDIT

           PERFORM PROC-CHECK-SCREENING
           IF WS-IS-HELD
               ADD 1 TO WS-TOTAL-HELD
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "EVENTO RETIDO PELA TRIAGEM ID=" DELIMITED BY SIZE
                      WS-SAVED-ID DELIMITED BY SIZE
                      " SITUACAO=" DELIMITED BY SIZE
                      SCRN-STATUS DELIMITED BY SIZE
                      INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           ELSE
               PERFORM PROC-PUBLISH-EVENT
           END-IF.

      * Pendente ou confirmada, o evento fica retido; liberada, sai.
      * A exclusao so e retida se o registro nunca saiu no feed.
       PROC-CHECK-SCREENING.

           MOVE 'N' TO WS-HELD-SWITCH
           MOVE WS-SAVED-ID TO SCRN-ID
           READ SCRN-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SCRN-CLEARED
                       IF NOT MAINT-ACTION-DELETE
                               OR NOT SCRN-WAS-PUBLISHED
                           SET WS-IS-HELD TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * Publica a acao aplicada como evento do feed: acao + ID +
      * nome corrente (e nome anterior na alteracao). O flag de
           MOVE MAINT-OPERATOR TO AUDIT-OPERATOR
           MOVE MAINT-ACTION TO AUDIT-ACTION
           MOVE WS-TARGET-NAME TO AUDIT-BEFORE-KEY
           MOVE MAINT-APPROVER TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

                  INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           STRING "APROVADAS ONLINE.....: " DELIMITED BY SIZE
                  WS-TOTAL-APRV-READ DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           STRING "EVENTOS RETIDOS......: " DELIMITED BY SIZE
                  WS-TOTAL-HELD DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           MOVE "====================================================="
               TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0006' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0006: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0006: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0006: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0006' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
