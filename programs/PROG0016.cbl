      * aceites (ACKREG, entrada por data + assinante): enviado
      * ('S'), aceito ('A') ou em atraso ('O'). Aceite ausente na
      * mesma noite so registra a pendencia; a falta de aceite ALEM
      * da carencia (GRACE= dias UTEIS em ACKPARM, default 1, pelo
      * calendario do servico de datas PROG0043) marca a
      * entrada como 'O' e ai sim o passo termina com RETURN-CODE 8,
      * junto com o aceite divergente de contagem/data. O relatorio
      * (ACKRPT) lista tudo que segue sem aceite.
           88 END-OF-ACKREG VALUE 'Y'.
       01 WS-GRACE-DAYS PIC 9(03) VALUE 1.
       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-AGE-DAYS PIC S9(05) VALUE 0.
       01 WS-TOTAL-OVERDUE PIC 9(07) VALUE 0.

               10 WS-SUB-EXPECTED PIC 9(07).
       01 WS-SUB-IDX PIC 9(02) VALUE 0.

       COPY 'books/PROG0043.cpy'.

       LINKAGE SECTION.

       01 PROG0016-PARM PIC X(40).
       PROCEDURE DIVISION USING PROG0016-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           IF PROG0016-PARM (1:5) = 'DATA='
               MOVE PROG0016-PARM (6:8) TO WS-EXPECTED-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Aceitos retidos pela triagem da lista de restricao nao
      * sairam no feed.
           READ RUNSUM-FILE
               NOT AT END
                   COMPUTE WS-EXPECTED-COUNT =
                       RUNSUM-TOTAL-ACCEPTED - RUNSUM-TOTAL-HELD
           END-READ
           CLOSE RUNSUM-FILE

       PROC-CHECK-OVERDUE-ENTRY.

           IF NOT ACKREG-ACKED
      * Feed da sexta antes de um Carnaval nao entra em atraso na
      * quarta de cinzas: so os dias uteis decorridos contam.
               INITIALIZE PROG0043-BOOK
               SET PROG0043-ELAPSED TO TRUE
               MOVE ACKREG-DATE TO PROG0043-DATE-FROM
               MOVE WS-RUN-DATE (1:8) TO PROG0043-DATE-TO
               CALL 'PROG0043' USING PROG0043-BOOK
               MOVE PROG0043-BUS-DAYS TO WS-AGE-DAYS
               IF WS-AGE-DAYS > WS-GRACE-DAYS
                   IF NOT ACKREG-OVERDUE
                       MOVE 'O' TO ACKREG-STATUS
                          ACKREG-SUBSCRIBER DELIMITED BY SIZE
                          " SEM ACEITE HA " DELIMITED BY SIZE
                          WS-AGE-DAYS DELIMITED BY SIZE
                          " DIAS UTEIS (ENVIADOS " DELIMITED BY SIZE
                          ACKREG-SENT-COUNT DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO ACK-REPORT-LINE
