       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0057.

      * Manutencao batch dos nomes alternativos (nome de solteira,
      * de casada, forma abreviada de uso comum) ligados a um
      * MASTER-ID: le as transacoes (ALIASIN) com acao + MASTER-ID +
      * nome + tipo e aplica inclusoes e remocoes no ALIASFIL. O
      * nome alternativo passa pela mesma padronizacao (PROG0015) e
      * edicao (PROG0002, MINLEN= e AVISOS= do cartao de parametros)
      * do nome principal, e e duplicado quando ja existe no mestre
      * como nome principal ou no cadastro como alternativo de
      * alguem. Cada alteracao aplicada sai no feed do dia como
      * evento ('N' inclusao, 'X' remocao) para todos os assinantes,
      * e na trilha de auditoria. ID com ocorrencia nao liberada na
      * fila de triagem (SCRNREG pendente ou confirmada) tem a
      * alteracao aplicada, mas o evento fica retido: a liberacao
      * pelo PROG0050 publica o registro com os alternativos
      * vigentes. Relatorio ALIASRPT no estilo do XREFRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIAS-MAINT-FILE ASSIGN TO "ALIASIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIASIN-STATUS.

           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ALIAS-FILE ASSIGN TO "ALIASFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALIAS-NAME
               ALTERNATE RECORD KEY IS ALIAS-MASTER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ALIAS-PHON-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALIAS-STATUS.

      * Fila de triagem da lista de restricao, so consultada.
           SELECT OPTIONAL SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL PARM-CARD-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALIAS-REPORT ASSIGN TO "ALIASRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ALIAS-MAINT-FILE.
       COPY 'books/ALIASM-REC.cpy'.

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  ALIAS-FILE.
       COPY 'books/ALIAS-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  PARM-CARD-FILE.
       01 PARM-CARD-RECORD PIC X(80).

       FD  ALIAS-REPORT.
       01 ALIAS-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-ALIASIN-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-ALIAS-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-ALIASIN-EOF PIC X VALUE 'N'.
           88 END-OF-ALIASIN VALUE 'Y'.
       01 WS-PARMCARD-EOF PIC X VALUE 'N'.
           88 END-OF-PARMCARD VALUE 'Y'.
       01 WS-ALIAS-EOF PIC X VALUE 'N'.
           88 END-OF-ALIAS VALUE 'Y'.
       01 WS-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-IS-HELD VALUE 'Y'.

      * Limite de nomes alternativos por MASTER-ID: e o que o feed
      * publica por registro (tabela do PROG0003) e o que a consulta
      * online mostra.
       01 WS-MAX-ALIASES PIC 9(02) VALUE 10.
       01 WS-ALIAS-COUNT PIC 9(02) VALUE 0.

       01 WS-MIN-NAME-LENGTH PIC 9(04) VALUE 10.
       01 WS-WARN-ENABLED PIC X(01) VALUE 'N'.
       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(60) VALUE SPACES.
       01 WS-ALIAS-STD-NAME PIC X(70) VALUE SPACES.
       01 WS-EVENT-COUNT PIC 9(07) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-APPLIED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-WARNED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-HELD           PIC 9(07) VALUE 0.

       COPY 'books/PROG0002.cpy'.
       COPY 'books/PROG0003.cpy'.
       COPY 'books/PROG0014.cpy'.
       COPY 'books/PROG0015.cpy'.
       COPY 'books/PROG0028.cpy'.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-CLAIM-LOCK

           PERFORM PROC-OPEN-FILES

           PERFORM PROC-READ-PARM-CARDS

           PERFORM UNTIL END-OF-ALIASIN
               READ ALIAS-MAINT-FILE
                   AT END
                       SET END-OF-ALIASIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM PROC-APPLY-TRANSACTION
               END-READ
           END-PERFORM

      * As alteracoes aplicadas formam um segmento proprio do feed
      * (header + eventos + trailer) acrescentado ao JSONOUT do dia,
      * como os eventos de manutencao do PROG0006.
           IF WS-EVENT-COUNT > 0
               INITIALIZE PROG0003-BOOK
               MOVE 'T' TO PROG0003-FUNCTION
               MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
               MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
               MOVE WS-EVENT-COUNT TO PROG0003-FEED-COUNT
               SET PROG0003-IS-RESTART TO TRUE
               SET PROG0003-NEW-SEGMENT TO TRUE
               CALL 'PROG0003' USING PROG0003-BOOK
           END-IF

           PERFORM PROC-PRINT-TOTALS

           CLOSE ALIAS-MAINT-FILE
           CLOSE MASTER-FILE
           CLOSE ALIAS-FILE
           CLOSE SCRN-REG-FILE
           CLOSE AUDIT-FILE
           CLOSE ALIAS-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT ALIAS-MAINT-FILE
           IF WS-ALIASIN-STATUS NOT = '00'
               DISPLAY "PROG0057: falha ao abrir ALIASIN - STATUS "
                   WS-ALIASIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0057: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = '00'
               DISPLAY "PROG0057: falha ao abrir ALIASFIL - STATUS "
                   WS-ALIAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0057: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * AUDTFILE e trilha permanente (DISP=MOD na JCL): sempre EXTEND,
      * como no PROG0001; STATUS 05 = arquivo criado agora pelo OPEN.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0057: falha ao abrir AUDTFILE - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ALIAS-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0057: falha ao abrir ALIASRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE
           MOVE "MANUTENCAO DE NOMES ALTERNATIVOS - PROG0057"
               TO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE
           MOVE "====================================================="
               TO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE.

      * Mesmo cartao de parametros da janela batch: MINLEN= e
      * AVISOS= valem aqui como la; as demais palavras-chave sao do
      * driver.
       PROC-READ-PARM-CARDS.

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-PARMCARD-EOF
           END-IF
           PERFORM UNTIL END-OF-PARMCARD
               READ PARM-CARD-FILE
                   AT END
                       SET END-OF-PARMCARD TO TRUE
                   NOT AT END
                       IF PARM-CARD-RECORD (1:7) = 'MINLEN='
                               AND PARM-CARD-RECORD (8:4) IS NUMERIC
                           MOVE PARM-CARD-RECORD (8:4)
                               TO WS-MIN-NAME-LENGTH
                       END-IF
                       IF PARM-CARD-RECORD (1:7) = 'AVISOS='
                               AND (PARM-CARD-RECORD (8:1) = 'S'
                                   OR PARM-CARD-RECORD (8:1) = 'N')
                           MOVE PARM-CARD-RECORD (8:1)
                               TO WS-WARN-ENABLED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARM-STATUS = '00'
               CLOSE PARM-CARD-FILE
           END-IF.

       PROC-APPLY-TRANSACTION.

           MOVE SPACES TO WS-REJECT-REASON
           INITIALIZE PROG0014-BOOK
           INITIALIZE PROG0002-BOOK

           IF NOT ALIASM-ACTION-VALID
               MOVE "CODIGO DE ACAO INVALIDO" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-LOOKUP-MASTER
           END-IF

      * O nome alternativo e procurado/gravado na forma canonica,
      * como o nome principal no mestre.
           INITIALIZE PROG0015-BOOK
           MOVE ALIASM-NAME TO PROG0015-NAME-RAW
           CALL 'PROG0015' USING PROG0015-BOOK
           MOVE PROG0015-NAME-STD TO WS-ALIAS-STD-NAME

           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN ALIASM-ACTION-ADD
                       PERFORM PROC-ACTION-ADD
                   WHEN ALIASM-ACTION-REMOVE
                       PERFORM PROC-ACTION-REMOVE
               END-EVALUATE
           ELSE
               PERFORM PROC-REJECT
           END-IF.

       PROC-LOOKUP-MASTER.

           MOVE ALIASM-ID TO PROG0014-ID
           CALL 'PROG0014' USING PROG0014-BOOK
           IF PROG0014-RTN-CODE NOT = 0
               MOVE "ID NAO CADASTRADO NO MESTRE" TO WS-REJECT-REASON
           END-IF
      * ID aposentado numa fusao: o nome alternativo e do
      * sobrevivente.
           IF PROG0014-RTN-CODE = 0 AND PROG0014-FORWARDED
               MOVE PROG0014-RESOLVED-ID TO ALIASM-ID
           END-IF.

       PROC-ACTION-ADD.

           MOVE ALIASM-TYPE TO ALIAS-TYPE
           IF NOT ALIAS-TYPE-VALID
               MOVE "TIPO DE NOME ALTERNATIVO INVALIDO"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-COUNT-ALIASES
               IF WS-ALIAS-COUNT >= WS-MAX-ALIASES
                   MOVE "LIMITE DE NOMES ALTERNATIVOS DO ID ATINGIDO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-EDIT-ALIAS
           END-IF

           IF WS-REJECT-REASON = SPACES
               INITIALIZE PROG0028-BOOK
               MOVE PROG0002-NAME TO PROG0028-NAME
               CALL 'PROG0028' USING PROG0028-BOOK

               MOVE PROG0002-NAME      TO ALIAS-NAME
               MOVE ALIASM-ID          TO ALIAS-MASTER-ID
               MOVE ALIASM-TYPE        TO ALIAS-TYPE
               MOVE PROG0002-NAME-SIZE TO ALIAS-NAME-SIZE
               MOVE PROG0028-PHON-KEY  TO ALIAS-PHON-KEY
               MOVE WS-RUN-DATE (1:14) TO ALIAS-ADD-TS
               MOVE ALIASM-OPERATOR    TO ALIAS-OPERATOR
               WRITE ALIAS-RECORD
                   INVALID KEY
                       MOVE "NOME ALTERNATIVO JA CADASTRADO"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REJECT
           ELSE
               PERFORM PROC-APPLIED
               IF PROG0002-HAS-WARNING
                   ADD 1 TO WS-TOTAL-WARNED
                   MOVE SPACES TO ALIAS-REPORT-LINE
                   STRING "          AVISO " DELIMITED BY SIZE
                          PROG0002-WARN-CODE DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          PROG0002-MSG (1:60) DELIMITED BY SIZE
                          INTO ALIAS-REPORT-LINE
                   WRITE ALIAS-REPORT-LINE
               END-IF
           END-IF.

      * Quantos nomes alternativos o MASTER-ID ja tem (indice
      * alternativo sobre ALIAS-MASTER-ID).
       PROC-COUNT-ALIASES.

           MOVE 0 TO WS-ALIAS-COUNT
           MOVE 'N' TO WS-ALIAS-EOF
           MOVE ALIASM-ID TO ALIAS-MASTER-ID
           START ALIAS-FILE KEY IS = ALIAS-MASTER-ID
               INVALID KEY
                   SET END-OF-ALIAS TO TRUE
           END-START

           PERFORM UNTIL END-OF-ALIAS
               READ ALIAS-FILE NEXT RECORD
                   AT END
                       SET END-OF-ALIAS TO TRUE
                   NOT AT END
                       IF ALIAS-MASTER-ID NOT = ALIASM-ID
                           SET END-OF-ALIAS TO TRUE
                       ELSE
                           ADD 1 TO WS-ALIAS-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * Mesma edicao do nome principal na janela batch. Duplicado =
      * ja existe como nome principal no mestre ou como nome
      * alternativo (deste ou de outro ID) no cadastro. Paises nao
      * se aplicam ao nome alternativo.
       PROC-EDIT-ALIAS.

           MOVE ALIASM-ID          TO PROG0002-ID
           MOVE WS-ALIAS-STD-NAME  TO PROG0002-NAME
           MOVE WS-MIN-NAME-LENGTH TO PROG0002-MIN-LENGTH
           MOVE WS-WARN-ENABLED    TO PROG0002-WARN-ENABLED
           MOVE 'N' TO PROG0002-CTRY-UNKNOWN
           MOVE SPACES TO PROG0002-BAD-COUNTRY

           MOVE 'N' TO PROG0002-DUP-FOUND
           MOVE PROG0002-NAME TO MASTER-NAME
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PROG0002-DUP-FOUND
           END-READ

           IF NOT PROG0002-IS-DUPLICATE
               MOVE PROG0002-NAME TO ALIAS-NAME
               READ ALIAS-FILE KEY IS ALIAS-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO PROG0002-DUP-FOUND
               END-READ
           END-IF

           CALL 'PROG0002' USING PROG0002-BOOK

           IF PROG0002-RTN-CODE NOT = 0
               MOVE PROG0002-MSG (1:60) TO WS-REJECT-REASON
           END-IF.

       PROC-ACTION-REMOVE.

           MOVE WS-ALIAS-STD-NAME TO ALIAS-NAME
           READ ALIAS-FILE KEY IS ALIAS-NAME
               INVALID KEY
                   MOVE "NOME ALTERNATIVO NAO CADASTRADO"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ALIAS-MASTER-ID NOT = ALIASM-ID
                       MOVE "NOME ALTERNATIVO E DE OUTRO ID"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ

           IF WS-REJECT-REASON = SPACES
               DELETE ALIAS-FILE
                   INVALID KEY
                       MOVE "ERRO AO EXCLUIR NOME ALTERNATIVO"
                           TO WS-REJECT-REASON
               END-DELETE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REJECT
           ELSE
               PERFORM PROC-APPLIED
           END-IF.

       PROC-APPLIED.

           ADD 1 TO WS-TOTAL-APPLIED

           MOVE SPACES TO ALIAS-REPORT-LINE
           STRING "APLICADA  ACAO=" DELIMITED BY SIZE
                  ALIASM-ACTION DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  ALIASM-ID DELIMITED BY SIZE
                  " ALTERNATIVO=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALIAS-STD-NAME (1:40))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALIAS-STD-NAME (41:30))
                      DELIMITED BY SIZE
                  " NOME=" DELIMITED BY SIZE
                  FUNCTION TRIM(PROG0014-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PROG0014-GIVEN-NAME) DELIMITED BY SIZE
                  INTO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE

           MOVE 0 TO AUDIT-RTN-CODE
           PERFORM PROC-WRITE-AUDIT

           PERFORM PROC-CHECK-SCREENING
           IF WS-IS-HELD
               ADD 1 TO WS-TOTAL-HELD
               MOVE SPACES TO ALIAS-REPORT-LINE
               STRING "          EVENTO RETIDO PELA TRIAGEM SITUACAO="
                      DELIMITED BY SIZE
                      SCRN-STATUS DELIMITED BY SIZE
                      INTO ALIAS-REPORT-LINE
               WRITE ALIAS-REPORT-LINE
           ELSE
               PERFORM PROC-PUBLISH-EVENT
           END-IF.

      * Pendente ou confirmada, o evento fica retido; liberada, sai.
       PROC-CHECK-SCREENING.

           MOVE 'N' TO WS-HELD-SWITCH
           MOVE ALIASM-ID TO SCRN-ID
           READ SCRN-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SCRN-CLEARED
                       SET WS-IS-HELD TO TRUE
                   END-IF
           END-READ.

       PROC-REJECT.

           ADD 1 TO WS-TOTAL-REJECTED

           MOVE SPACES TO ALIAS-REPORT-LINE
           STRING "REJEITADA ACAO=" DELIMITED BY SIZE
                  ALIASM-ACTION DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  ALIASM-ID DELIMITED BY SIZE
                  " ALTERNATIVO=" DELIMITED BY SIZE
                  FUNCTION TRIM(ALIASM-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ALIASM-GIVEN-NAME) DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE

           MOVE 1 TO AUDIT-RTN-CODE
           PERFORM PROC-WRITE-AUDIT.

      * A linha de auditoria sai com o programa PROG0057 (nunca
      * PROG0002): a recuperacao do mestre (PROG0041) reaplicaria uma
      * linha PROG0002 como inclusao no mestre. Nome = alternativo
      * como digitado; chave anterior = nome principal do ID.
       PROC-WRITE-AUDIT.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 'PROG0057' TO AUDIT-PROGRAM
           MOVE ALIASM-ID TO AUDIT-ID
           MOVE ALIASM-NAME TO AUDIT-NAME
           MOVE ALIASM-OPERATOR TO AUDIT-OPERATOR
           MOVE ALIASM-ACTION TO AUDIT-ACTION
           MOVE PROG0014-NAME TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

      * Evento do feed: 'N' inclusao / 'X' remocao, com o nome
      * principal do ID e o nome alternativo, para todos os
      * assinantes. O flag de restart faz o PROG0003 abrir o JSONOUT
      * do dia em EXTEND; o segmento proprio abre com header.
       PROC-PUBLISH-EVENT.

           INITIALIZE PROG0003-BOOK
           MOVE 'E' TO PROG0003-FUNCTION
           IF ALIASM-ACTION-ADD
               MOVE 'N' TO PROG0003-EVENT-ACTION
           ELSE
               MOVE 'X' TO PROG0003-EVENT-ACTION
           END-IF
           MOVE ALIASM-ID TO PROG0003-ID
           MOVE PROG0014-NAME TO PROG0003-NAME
           MOVE WS-ALIAS-STD-NAME TO PROG0003-ALIAS-NAME
           MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
           MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
           SET PROG0003-IS-RESTART TO TRUE
           SET PROG0003-NEW-SEGMENT TO TRUE

           CALL 'PROG0003' USING PROG0003-BOOK

           ADD 1 TO WS-EVENT-COUNT.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE

           STRING "TRANSACOES LIDAS.....: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  INTO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE

           STRING "TRANSACOES APLICADAS.: " DELIMITED BY SIZE
                  WS-TOTAL-APPLIED DELIMITED BY SIZE
                  INTO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE

           STRING "TRANSACOES REJEITADAS: " DELIMITED BY SIZE
                  WS-TOTAL-REJECTED DELIMITED BY SIZE
                  INTO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE

           STRING "APLICADAS COM AVISO..: " DELIMITED BY SIZE
                  WS-TOTAL-WARNED DELIMITED BY SIZE
                  INTO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE

           STRING "EVENTOS PUBLICADOS...: " DELIMITED BY SIZE
                  WS-EVENT-COUNT DELIMITED BY SIZE
                  INTO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE

           MOVE SPACES TO ALIAS-REPORT-LINE
           STRING "EVENTOS RETIDOS......: " DELIMITED BY SIZE
                  WS-TOTAL-HELD DELIMITED BY SIZE
                  INTO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE

           MOVE "====================================================="
               TO ALIAS-REPORT-LINE
           WRITE ALIAS-REPORT-LINE.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0057' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0057: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0057: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0057: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0057' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
