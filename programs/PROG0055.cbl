       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0055.

      * Cobranca mensal (chargeback) do servico de nomes: fatura o
      * mes informado (PARM MES=AAAAMM; default o mes anterior ao da
      * execucao) por departamento, a partir do uso de cada origem
      * transmissora e de cada assinante do feed.
      * Por origem (NAME-HDR-SOURCE, gravada como operador nas
      * linhas de edicao da janela) vem do historico da trilha
      * (AUDHIST, pela faixa de datas do mes): detalhes recebidos,
      * aceitos e rejeitados, e as correcoes do PROG0011 aprovadas
      * no mes - atribuidas a origem da linha de edicao original do
      * mesmo ID (sem linha original: origem *INDEF*). O mes tem de
      * estar virado (PROG0054J): sem linha do mes no AUDHIST a
      * cobranca e recusada.
      * Por assinante: registros e eventos publicados (FEEDSUM da
      * janela e do lote, datas do mes) e feeds diarios com aceite
      * conferido (ACKREG), com os enviados e os em atraso.
      * Tarifas, departamentos e a ligacao origem/assinante ->
      * departamento vem da tabela RATECARD (book RATE-REC). Cada
      * departamento recebe uma pagina de fatura: quantidade x
      * tarifa por atividade, com complemento ate a cobranca minima
      * do departamento. Origem ou assinante sem departamento na
      * tabela cai na fatura *SEMDEPT (RC 4).
      * A pagina de resumo soma as faturas por atividade e confere
      * recebidos/aceitos/rejeitados da trilha contra os totais do
      * mes no RUNHIST (janela) mais o BLKHIST (lote). Diferenca
      * nao zero da RC 4: carimbo da trilha e data de movimento
      * podem cair em meses diferentes na virada do mes, e um
      * restart reprocessa o trecho apos o ultimo checkpoint.
      * RC: 0 conferido; 4 diferenca ou fatura *SEMDEPT; 16 PARM,
      * RATECARD invalido, mes nao virado ou arquivo indisponivel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               ALTERNATE RECORD KEY IS AUDH-OPER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-PROG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-DATE-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT OPTIONAL FEED-SUM-FILE ASSIGN TO "FEEDSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDSUM-STATUS.

           SELECT OPTIONAL ACK-REG-FILE ASSIGN TO "ACKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACKREG-KEY
               FILE STATUS IS WS-ACKREG-STATUS.

           SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT OPTIONAL BLK-HIST-FILE ASSIGN TO "BLKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLKHIST-STATUS.

           SELECT CHGB-REPORT ASSIGN TO "CHGBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RATE-FILE.
       COPY 'books/RATE-REC.cpy'.

       FD  AUDH-FILE.
       COPY 'books/AUDH-REC.cpy'.

       FD  FEED-SUM-FILE.
       COPY 'books/FEEDSUM-REC.cpy'.

       FD  ACK-REG-FILE.
       COPY 'books/ACKREG-REC.cpy'.

       FD  RUN-HIST-FILE.
       01 RUN-HIST-LINE PIC X(113).

       FD  BLK-HIST-FILE.
       01 BLK-HIST-RECORD PIC X(113).

       FD  CHGB-REPORT.
       01 CHGB-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-RATE-STATUS PIC XX.
       01 WS-AUDH-STATUS PIC XX.
       01 WS-FEEDSUM-STATUS PIC XX.
       01 WS-ACKREG-STATUS PIC XX.
       01 WS-RUNHIST-STATUS PIC XX.
       01 WS-BLKHIST-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-RATE-EOF PIC X VALUE 'N'.
           88 END-OF-RATES VALUE 'Y'.
       01 WS-AUDH-EOF PIC X VALUE 'N'.
           88 END-OF-AUDH VALUE 'Y'.
       01 WS-TRACE-EOF PIC X VALUE 'N'.
           88 END-OF-TRACE VALUE 'Y'.
       01 WS-FEEDSUM-EOF PIC X VALUE 'N'.
           88 END-OF-FEEDSUM VALUE 'Y'.
       01 WS-ACKREG-EOF PIC X VALUE 'N'.
           88 END-OF-ACKREG VALUE 'Y'.
       01 WS-RUNHIST-EOF PIC X VALUE 'N'.
           88 END-OF-RUNHIST VALUE 'Y'.
       01 WS-BLKHIST-EOF PIC X VALUE 'N'.
           88 END-OF-BLKHIST VALUE 'Y'.

       01 WS-AUDH-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-AUDH VALUE 'Y'.
       01 WS-CARD-SWITCH PIC X VALUE 'S'.
           88 WS-CARDS-OK VALUE 'S'.
       01 WS-UNMAPPED-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-UNMAPPED VALUE 'Y'.
       01 WS-TIE-SWITCH PIC X VALUE 'S'.
           88 WS-TIE-OK VALUE 'S'.
       01 WS-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-IS-FOUND VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-BILL-MONTH PIC X(06) VALUE SPACES.
       01 WS-BILL-MONTH-N REDEFINES WS-BILL-MONTH.
           05 WS-BILL-YEAR PIC 9(04).
           05 WS-BILL-MM PIC 9(02).

      * Historico de execucao lido (janela e lote tem o mesmo
      * desenho).
       COPY 'books/RUNHIST-REC.cpy'.

      * Atividades cobradas, na ordem da fatura: 1-4 por origem,
      * 5-7 por assinante.
       01 WS-ACT-CODES-INIT.
           05 FILLER PIC X(08) VALUE 'RECEBIDO'.
           05 FILLER PIC X(08) VALUE 'ACEITO'.
           05 FILLER PIC X(08) VALUE 'REJEITAD'.
           05 FILLER PIC X(08) VALUE 'CORRIGID'.
           05 FILLER PIC X(08) VALUE 'REGISTRO'.
           05 FILLER PIC X(08) VALUE 'EVENTO'.
           05 FILLER PIC X(08) VALUE 'ENTREGA'.
       01 WS-ACT-CODES REDEFINES WS-ACT-CODES-INIT.
           05 WS-ACT-CODE OCCURS 7 TIMES PIC X(08).
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 7 TIMES.
               10 WS-ACT-RATE         PIC 9(07)V9(04).
               10 WS-ACT-GRAND-QTY    PIC 9(09).
               10 WS-ACT-GRAND-AMT    PIC 9(11)V99.
       01 WS-ACT-IDX PIC 9(02) VALUE 0.

      * Departamentos da tabela (cartoes D) e a fatura *SEMDEPT.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(02) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 30 TIMES.
               10 WS-DEPT-ID          PIC X(08).
               10 WS-DEPT-DESC        PIC X(30).
               10 WS-DEPT-MINIMUM     PIC 9(07)V9(04).
               10 WS-DEPT-USAGE       PIC 9(11)V99.
               10 WS-DEPT-TOPUP       PIC 9(11)V99.
               10 WS-DEPT-TOTAL       PIC 9(11)V99.
       01 WS-DEPT-IDX PIC 9(02) VALUE 0.

      * Origens: cartoes O mais as encontradas na trilha.
      * Quantidades 1 recebidos, 2 aceitos, 3 rejeitados,
      * 4 corrigidos.
       01 WS-ORIG-TABLE.
           05 WS-ORIG-COUNT PIC 9(02) VALUE 0.
           05 WS-ORIG-ENTRY OCCURS 60 TIMES.
               10 WS-ORIG-ID          PIC X(08).
               10 WS-ORIG-DEPT        PIC X(08).
               10 WS-ORIG-QTY OCCURS 4 TIMES PIC 9(07).
       01 WS-ORIG-IDX PIC 9(02) VALUE 0.

      * Assinantes: cartoes S mais os encontrados no FEEDSUM e no
      * ACKREG. Quantidades 1 registros, 2 eventos, 3 feeds
      * aceitos (atividades 5 a 7).
       01 WS-SUBS-TABLE.
           05 WS-SUBS-COUNT PIC 9(02) VALUE 0.
           05 WS-SUBS-ENTRY OCCURS 20 TIMES.
               10 WS-SUBS-ID          PIC X(08).
               10 WS-SUBS-DEPT        PIC X(08).
               10 WS-SUBS-QTY OCCURS 3 TIMES PIC 9(07).
               10 WS-SUBS-SENT        PIC 9(05).
               10 WS-SUBS-OVERDUE     PIC 9(05).
       01 WS-SUBS-IDX PIC 9(02) VALUE 0.
       01 WS-QTY-IDX PIC 9(02) VALUE 0.

       01 WS-CUR-ORIGIN PIC X(08) VALUE SPACES.
       01 WS-CUR-SUBSCRIBER PIC X(08) VALUE SPACES.
       01 WS-CUR-DEPT PIC X(08) VALUE SPACES.
       01 WS-CUR-KIND PIC X(09) VALUE SPACES.
       01 WS-CUR-PARTY PIC X(08) VALUE SPACES.
       01 WS-CUR-QTY PIC 9(07) VALUE 0.
       01 WS-CUR-EVENTS PIC 9(07) VALUE 0.

      * Rastreio da origem de uma correcao: posicao da leitura por
      * data a retomar e a linha de correcao.
       01 WS-SAVED-DATE-KEY PIC X(30) VALUE SPACES.
       01 WS-CORR-ID PIC 9(08) VALUE 0.
       01 WS-CORR-TS PIC X(21) VALUE SPACES.

       01 WS-LINE-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-MIN-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-RATE-DISPLAY PIC Z(06)9.9999.
       01 WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       01 WS-DIFF PIC S9(09) VALUE 0.
       01 WS-DIFF-DISPLAY PIC -Z(08)9.
       01 WS-HIST-SUM PIC 9(09) VALUE 0.
       01 WS-TIE-LABEL PIC X(23) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-CARDS          PIC 9(07) VALUE 0.
           05 WS-TOTAL-AUDH-LINES     PIC 9(09) VALUE 0.
           05 WS-TOTAL-RECEIVED       PIC 9(09) VALUE 0.
           05 WS-TOTAL-ACCEPTED       PIC 9(09) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(09) VALUE 0.
           05 WS-TOTAL-CORRECTED      PIC 9(09) VALUE 0.
           05 WS-TOTAL-UNTRACED       PIC 9(09) VALUE 0.
           05 WS-TOTAL-FEEDSUM        PIC 9(07) VALUE 0.
           05 WS-TOTAL-ACKREG         PIC 9(07) VALUE 0.
           05 WS-HIST-RUNS            PIC 9(07) VALUE 0.
           05 WS-HIST-READ            PIC 9(09) VALUE 0.
           05 WS-HIST-ACCEPTED        PIC 9(09) VALUE 0.
           05 WS-HIST-REJECTED        PIC 9(09) VALUE 0.
           05 WS-BLK-RUNS             PIC 9(07) VALUE 0.
           05 WS-BLK-READ             PIC 9(09) VALUE 0.
           05 WS-BLK-ACCEPTED         PIC 9(09) VALUE 0.
           05 WS-BLK-REJECTED         PIC 9(09) VALUE 0.
           05 WS-GRAND-USAGE          PIC 9(11)V99 VALUE 0.
           05 WS-GRAND-TOPUP          PIC 9(11)V99 VALUE 0.
           05 WS-GRAND-BILLED         PIC 9(11)V99 VALUE 0.

      * Paginacao do relatorio: cada fatura abre pagina nova.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(04) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.
       01 WS-PAGE-TITLE PIC X(80) VALUE SPACES.

       LINKAGE SECTION.

       01 PROG0055-PARM PIC X(40).

       PROCEDURE DIVISION USING PROG0055-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           IF PROG0055-PARM (1:4) = 'MES='
               MOVE PROG0055-PARM (5:6) TO WS-BILL-MONTH
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-BILL-MONTH
               IF WS-BILL-MM = 1
                   SUBTRACT 1 FROM WS-BILL-YEAR
                   MOVE 12 TO WS-BILL-MM
               ELSE
                   SUBTRACT 1 FROM WS-BILL-MM
               END-IF
           END-IF

           IF WS-BILL-MONTH IS NOT NUMERIC
                   OR WS-BILL-MM < 1 OR WS-BILL-MM > 12
               DISPLAY "PROG0055: MES= invalido no PARM: "
                   WS-BILL-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-ACT-TABLE

           PERFORM PROC-OPEN-FILES
           PERFORM PROC-LOAD-RATES

           IF NOT WS-CARDS-OK
               DISPLAY "PROG0055: RATECARD com cartao invalido - "
                   "cobranca recusada"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROC-SCAN-AUDIT-HIST

           IF WS-TOTAL-AUDH-LINES = 0
               DISPLAY "PROG0055: mes " WS-BILL-MONTH
                   " sem linhas no AUDHIST - rodar a virada da "
                   "trilha (PROG0054J) antes da cobranca"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROC-LOAD-FEEDSUM
           PERFORM PROC-LOAD-ACKREG
           PERFORM PROC-LOAD-RUNHIST
           PERFORM PROC-LOAD-BLKHIST

           CLOSE RATE-FILE
           CLOSE AUDH-FILE
           CLOSE FEED-SUM-FILE
           CLOSE ACK-REG-FILE
           CLOSE RUN-HIST-FILE
           CLOSE BLK-HIST-FILE

           PERFORM PROC-ASSIGN-DEPTS

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM PROC-WRITE-INVOICE
           END-PERFORM

           PERFORM PROC-WRITE-SUMMARY

           CLOSE CHGB-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "PROG0055: falha ao abrir RATECARD - STATUS "
                   WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDH-FILE
           IF WS-AUDH-STATUS NOT = '00' AND WS-AUDH-STATUS NOT = '05'
               DISPLAY "PROG0055: falha ao abrir AUDHIST - STATUS "
                   WS-AUDH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUDH-STATUS = '00'
               SET WS-HAS-AUDH TO TRUE
           END-IF

           OPEN INPUT FEED-SUM-FILE
           IF WS-FEEDSUM-STATUS NOT = '00'
                   AND WS-FEEDSUM-STATUS NOT = '05'
               DISPLAY "PROG0055: falha ao abrir FEEDSUM - STATUS "
                   WS-FEEDSUM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACK-REG-FILE
           IF WS-ACKREG-STATUS NOT = '00'
                   AND WS-ACKREG-STATUS NOT = '05'
               DISPLAY "PROG0055: falha ao abrir ACKREG - STATUS "
                   WS-ACKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RUN-HIST-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
                   AND WS-RUNHIST-STATUS NOT = '05'
               DISPLAY "PROG0055: falha ao abrir RUNHIST - STATUS "
                   WS-RUNHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BLK-HIST-FILE
           IF WS-BLKHIST-STATUS NOT = '00'
                   AND WS-BLKHIST-STATUS NOT = '05'
               DISPLAY "PROG0055: falha ao abrir BLKHIST - STATUS "
                   WS-BLKHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHGB-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0055: falha ao abrir CHGBRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cartao invalido nao para a leitura: todos saem no log e a
      * cobranca e recusada no fim da carga.
       PROC-LOAD-RATES.

           PERFORM UNTIL END-OF-RATES
               READ RATE-FILE
                   AT END
                       SET END-OF-RATES TO TRUE
                   NOT AT END
                       IF RATE-RECORD NOT = SPACES
                               AND NOT RATE-IS-COMMENT
                           ADD 1 TO WS-TOTAL-CARDS
                           PERFORM PROC-APPLY-RATE-CARD
                       END-IF
               END-READ
           END-PERFORM.

       PROC-APPLY-RATE-CARD.

           EVALUATE TRUE
               WHEN RATE-KEY = SPACES
                   PERFORM PROC-REJECT-RATE-CARD
               WHEN RATE-IS-ACTIVITY
                   MOVE 'N' TO WS-FOUND-SWITCH
                   PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                           UNTIL WS-ACT-IDX > 7 OR WS-IS-FOUND
                       IF WS-ACT-CODE (WS-ACT-IDX) = RATE-KEY
                           SET WS-IS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-IS-FOUND AND RATE-AMOUNT IS NUMERIC
                       SUBTRACT 1 FROM WS-ACT-IDX
                       MOVE RATE-AMOUNT TO WS-ACT-RATE (WS-ACT-IDX)
                   ELSE
                       PERFORM PROC-REJECT-RATE-CARD
                   END-IF
               WHEN RATE-IS-DEPT
                   IF RATE-AMOUNT IS NUMERIC
                       MOVE RATE-KEY TO WS-CUR-DEPT
                       PERFORM PROC-FIND-DEPT
                       MOVE RATE-DESC TO WS-DEPT-DESC (WS-DEPT-IDX)
                       MOVE RATE-AMOUNT
                           TO WS-DEPT-MINIMUM (WS-DEPT-IDX)
                   ELSE
                       PERFORM PROC-REJECT-RATE-CARD
                   END-IF
               WHEN RATE-IS-ORIGIN AND RATE-DEPT NOT = SPACES
                   MOVE RATE-KEY TO WS-CUR-ORIGIN
                   PERFORM PROC-FIND-ORIGIN
                   MOVE RATE-DEPT TO WS-ORIG-DEPT (WS-ORIG-IDX)
               WHEN RATE-IS-SUBSCRIBER AND RATE-DEPT NOT = SPACES
                   MOVE RATE-KEY TO WS-CUR-SUBSCRIBER
                   PERFORM PROC-FIND-SUBSCRIBER
                   MOVE RATE-DEPT TO WS-SUBS-DEPT (WS-SUBS-IDX)
               WHEN OTHER
                   PERFORM PROC-REJECT-RATE-CARD
           END-EVALUATE.

       PROC-REJECT-RATE-CARD.

           DISPLAY "PROG0055: cartao invalido no RATECARD: "
               RATE-RECORD
           MOVE 'N' TO WS-CARD-SWITCH.

      * Leitura pela faixa de datas do mes. So as linhas de edicao
      * do PROG0002 contam: acao em branco e a janela (operador =
      * origem do envelope), acao 'C' com RTN 0 e a correcao
      * aprovada do PROG0011.
       PROC-SCAN-AUDIT-HIST.

           IF WS-HAS-AUDH
               MOVE SPACES TO AUDH-DATE-TS
               MOVE WS-BILL-MONTH TO AUDH-DATE-TS (1:6)
               MOVE 0 TO AUDH-DATE-SEQ
               START AUDH-FILE KEY IS NOT LESS THAN AUDH-DATE-KEY
                   INVALID KEY
                       SET END-OF-AUDH TO TRUE
               END-START
           ELSE
               SET END-OF-AUDH TO TRUE
           END-IF

           PERFORM UNTIL END-OF-AUDH
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDH TO TRUE
                   NOT AT END
                       IF AUDH-DATE-TS (1:6) NOT = WS-BILL-MONTH
                           SET END-OF-AUDH TO TRUE
                       ELSE
                           ADD 1 TO WS-TOTAL-AUDH-LINES
                           PERFORM PROC-CLASSIFY-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PROC-CLASSIFY-LINE.

           IF AUDH-L-PROGRAM = 'PROG0002'
               EVALUATE TRUE
                   WHEN AUDH-L-ACTION = SPACE
                       IF AUDH-L-OPERATOR = SPACES
                           MOVE '*INDEF*' TO WS-CUR-ORIGIN
                       ELSE
                           MOVE AUDH-L-OPERATOR TO WS-CUR-ORIGIN
                       END-IF
                       PERFORM PROC-FIND-ORIGIN
                       ADD 1 TO WS-ORIG-QTY (WS-ORIG-IDX 1)
                       ADD 1 TO WS-TOTAL-RECEIVED
                       IF AUDH-L-RTN-CODE = 0
                           ADD 1 TO WS-ORIG-QTY (WS-ORIG-IDX 2)
                           ADD 1 TO WS-TOTAL-ACCEPTED
                       ELSE
                           ADD 1 TO WS-ORIG-QTY (WS-ORIG-IDX 3)
                           ADD 1 TO WS-TOTAL-REJECTED
                       END-IF
                   WHEN AUDH-L-ACTION = 'C' AND AUDH-L-RTN-CODE = 0
                       PERFORM PROC-TRACE-CORRECTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * A origem da correcao e a da ultima linha de edicao da janela
      * do mesmo ID anterior a ela (leitura pela chave primaria);
      * depois a leitura por data retoma logo apos a linha de
      * correcao.
       PROC-TRACE-CORRECTION.

           MOVE AUDH-DATE-KEY TO WS-SAVED-DATE-KEY
           MOVE AUDH-L-ID TO WS-CORR-ID
           MOVE AUDH-L-TIMESTAMP TO WS-CORR-TS
           MOVE '*INDEF*' TO WS-CUR-ORIGIN
           MOVE 'N' TO WS-TRACE-EOF

           MOVE WS-CORR-ID TO AUDH-ID
           MOVE SPACES TO AUDH-TIMESTAMP
           MOVE 0 TO AUDH-SEQ
           START AUDH-FILE KEY IS NOT LESS THAN AUDH-KEY
               INVALID KEY
                   SET END-OF-TRACE TO TRUE
           END-START

           PERFORM UNTIL END-OF-TRACE
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-TRACE TO TRUE
                   NOT AT END
                       IF AUDH-ID NOT = WS-CORR-ID
                               OR AUDH-TIMESTAMP NOT < WS-CORR-TS
                           SET END-OF-TRACE TO TRUE
                       ELSE
                           IF AUDH-L-PROGRAM = 'PROG0002'
                                   AND AUDH-L-ACTION = SPACE
                                   AND AUDH-L-OPERATOR NOT = SPACES
                               MOVE AUDH-L-OPERATOR TO WS-CUR-ORIGIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CUR-ORIGIN = '*INDEF*'
               ADD 1 TO WS-TOTAL-UNTRACED
           END-IF
           PERFORM PROC-FIND-ORIGIN
           ADD 1 TO WS-ORIG-QTY (WS-ORIG-IDX 4)
           ADD 1 TO WS-TOTAL-CORRECTED

           MOVE WS-SAVED-DATE-KEY TO AUDH-DATE-KEY
           START AUDH-FILE KEY IS GREATER THAN AUDH-DATE-KEY
               INVALID KEY
                   SET END-OF-AUDH TO TRUE
           END-START.

      * Registros = contagem publicada menos os eventos; linha
      * gravada antes do campo de eventos conta tudo como registro.
       PROC-LOAD-FEEDSUM.

           IF WS-FEEDSUM-STATUS = '05'
               SET END-OF-FEEDSUM TO TRUE
           END-IF

           PERFORM UNTIL END-OF-FEEDSUM
               READ FEED-SUM-FILE
                   AT END
                       SET END-OF-FEEDSUM TO TRUE
                   NOT AT END
                       IF FEEDSUM-DATE (1:6) = WS-BILL-MONTH
                               AND FEEDSUM-COUNT IS NUMERIC
                           ADD 1 TO WS-TOTAL-FEEDSUM
                           IF FEEDSUM-EVENTS IS NUMERIC
                               MOVE FEEDSUM-EVENTS TO WS-CUR-EVENTS
                           ELSE
                               MOVE 0 TO WS-CUR-EVENTS
                           END-IF
                           IF WS-CUR-EVENTS > FEEDSUM-COUNT
                               MOVE FEEDSUM-COUNT TO WS-CUR-EVENTS
                           END-IF
                           MOVE FEEDSUM-SUBSCRIBER
                               TO WS-CUR-SUBSCRIBER
                           PERFORM PROC-FIND-SUBSCRIBER
                           COMPUTE WS-SUBS-QTY (WS-SUBS-IDX 1) =
                               WS-SUBS-QTY (WS-SUBS-IDX 1)
                               + FEEDSUM-COUNT - WS-CUR-EVENTS
                           ADD WS-CUR-EVENTS
                               TO WS-SUBS-QTY (WS-SUBS-IDX 2)
                       END-IF
               END-READ
           END-PERFORM.

      * Feed diario entregue = entrada do mes no ACKREG com aceite
      * conferido; enviados e em atraso saem so como informacao.
       PROC-LOAD-ACKREG.

           IF WS-ACKREG-STATUS = '05'
               SET END-OF-ACKREG TO TRUE
           ELSE
               MOVE SPACES TO ACKREG-KEY
               MOVE WS-BILL-MONTH TO ACKREG-DATE (1:6)
               START ACK-REG-FILE KEY IS NOT LESS THAN ACKREG-KEY
                   INVALID KEY
                       SET END-OF-ACKREG TO TRUE
               END-START
           END-IF

           PERFORM UNTIL END-OF-ACKREG
               READ ACK-REG-FILE NEXT RECORD
                   AT END
                       SET END-OF-ACKREG TO TRUE
                   NOT AT END
                       IF ACKREG-DATE (1:6) NOT = WS-BILL-MONTH
                           SET END-OF-ACKREG TO TRUE
                       ELSE
                           ADD 1 TO WS-TOTAL-ACKREG
                           MOVE ACKREG-SUBSCRIBER
                               TO WS-CUR-SUBSCRIBER
                           PERFORM PROC-FIND-SUBSCRIBER
                           ADD 1 TO WS-SUBS-SENT (WS-SUBS-IDX)
                           IF ACKREG-ACKED
                               ADD 1 TO WS-SUBS-QTY (WS-SUBS-IDX 3)
                           END-IF
                           IF ACKREG-OVERDUE
                               ADD 1 TO WS-SUBS-OVERDUE (WS-SUBS-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROC-LOAD-RUNHIST.

           IF WS-RUNHIST-STATUS = '05'
               SET END-OF-RUNHIST TO TRUE
           END-IF

           PERFORM UNTIL END-OF-RUNHIST
               READ RUN-HIST-FILE INTO RUNHIST-RECORD
                   AT END
                       SET END-OF-RUNHIST TO TRUE
                   NOT AT END
                       IF RUNHIST-DATE (1:6) = WS-BILL-MONTH
                           ADD 1 TO WS-HIST-RUNS
                           ADD RUNHIST-TOTAL-READ TO WS-HIST-READ
                           ADD RUNHIST-TOTAL-ACCEPTED
                               TO WS-HIST-ACCEPTED
                           ADD RUNHIST-TOTAL-REJECTED
                               TO WS-HIST-REJECTED
                       END-IF
               END-READ
           END-PERFORM.

       PROC-LOAD-BLKHIST.

           IF WS-BLKHIST-STATUS = '05'
               SET END-OF-BLKHIST TO TRUE
           END-IF

           PERFORM UNTIL END-OF-BLKHIST
               READ BLK-HIST-FILE INTO RUNHIST-RECORD
                   AT END
                       SET END-OF-BLKHIST TO TRUE
                   NOT AT END
                       IF RUNHIST-DATE (1:6) = WS-BILL-MONTH
                           ADD 1 TO WS-BLK-RUNS
                           ADD RUNHIST-TOTAL-READ TO WS-BLK-READ
                           ADD RUNHIST-TOTAL-ACCEPTED
                               TO WS-BLK-ACCEPTED
                           ADD RUNHIST-TOTAL-REJECTED
                               TO WS-BLK-REJECTED
                       END-IF
               END-READ
           END-PERFORM.

       PROC-FIND-DEPT.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-IS-FOUND
               IF WS-DEPT-ID (WS-DEPT-IDX) = WS-CUR-DEPT
                   SET WS-IS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-IS-FOUND
               SUBTRACT 1 FROM WS-DEPT-IDX
           ELSE
               IF WS-DEPT-COUNT = 30
                   DISPLAY "PROG0055: quadro de departamentos "
                       "esgotado - " WS-CUR-DEPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               INITIALIZE WS-DEPT-ENTRY (WS-DEPT-IDX)
               MOVE WS-CUR-DEPT TO WS-DEPT-ID (WS-DEPT-IDX)
           END-IF.

       PROC-FIND-ORIGIN.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-IDX > WS-ORIG-COUNT OR WS-IS-FOUND
               IF WS-ORIG-ID (WS-ORIG-IDX) = WS-CUR-ORIGIN
                   SET WS-IS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-IS-FOUND
               SUBTRACT 1 FROM WS-ORIG-IDX
           ELSE
               IF WS-ORIG-COUNT = 60
                   DISPLAY "PROG0055: quadro de origens esgotado - "
                       WS-CUR-ORIGIN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORIG-COUNT
               MOVE WS-ORIG-COUNT TO WS-ORIG-IDX
               INITIALIZE WS-ORIG-ENTRY (WS-ORIG-IDX)
               MOVE WS-CUR-ORIGIN TO WS-ORIG-ID (WS-ORIG-IDX)
           END-IF.

       PROC-FIND-SUBSCRIBER.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUBS-IDX FROM 1 BY 1
                   UNTIL WS-SUBS-IDX > WS-SUBS-COUNT OR WS-IS-FOUND
               IF WS-SUBS-ID (WS-SUBS-IDX) = WS-CUR-SUBSCRIBER
                   SET WS-IS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-IS-FOUND
               SUBTRACT 1 FROM WS-SUBS-IDX
           ELSE
               IF WS-SUBS-COUNT = 20
                   DISPLAY "PROG0055: quadro de assinantes esgotado - "
                       WS-CUR-SUBSCRIBER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUBS-COUNT
               MOVE WS-SUBS-COUNT TO WS-SUBS-IDX
               INITIALIZE WS-SUBS-ENTRY (WS-SUBS-IDX)
               MOVE WS-CUR-SUBSCRIBER TO WS-SUBS-ID (WS-SUBS-IDX)
           END-IF.

      * Origem ou assinante sem departamento na tabela (ou com
      * departamento sem cartao D) vai para a fatura *SEMDEPT.
       PROC-ASSIGN-DEPTS.

           PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
               MOVE WS-ORIG-DEPT (WS-ORIG-IDX) TO WS-CUR-DEPT
               PERFORM PROC-CHECK-MAPPED
               IF NOT WS-IS-FOUND
                   DISPLAY "PROG0055: origem sem departamento - "
                       WS-ORIG-ID (WS-ORIG-IDX)
                   MOVE '*SEMDEPT' TO WS-ORIG-DEPT (WS-ORIG-IDX)
                   PERFORM PROC-ADD-UNMAPPED-DEPT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SUBS-IDX FROM 1 BY 1
                   UNTIL WS-SUBS-IDX > WS-SUBS-COUNT
               MOVE WS-SUBS-DEPT (WS-SUBS-IDX) TO WS-CUR-DEPT
               PERFORM PROC-CHECK-MAPPED
               IF NOT WS-IS-FOUND
                   DISPLAY "PROG0055: assinante sem departamento - "
                       WS-SUBS-ID (WS-SUBS-IDX)
                   MOVE '*SEMDEPT' TO WS-SUBS-DEPT (WS-SUBS-IDX)
                   PERFORM PROC-ADD-UNMAPPED-DEPT
               END-IF
           END-PERFORM.

       PROC-CHECK-MAPPED.

           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-CUR-DEPT NOT = SPACES
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                           OR WS-IS-FOUND
                   IF WS-DEPT-ID (WS-DEPT-IDX) = WS-CUR-DEPT
                       SET WS-IS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       PROC-ADD-UNMAPPED-DEPT.

           SET WS-HAS-UNMAPPED TO TRUE
           MOVE '*SEMDEPT' TO WS-CUR-DEPT
           PERFORM PROC-FIND-DEPT
           MOVE 'SEM DEPARTAMENTO NA TABELA' TO
               WS-DEPT-DESC (WS-DEPT-IDX).

      * Uma pagina por departamento: origens e assinantes ligados a
      * ele, quantidade x tarifa por atividade, e o complemento ate
      * a cobranca minima.
       PROC-WRITE-INVOICE.

           MOVE SPACES TO WS-PAGE-TITLE
           STRING "FATURA DO DEPARTAMENTO " DELIMITED BY SIZE
                  WS-DEPT-ID (WS-DEPT-IDX) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-DEPT-DESC (WS-DEPT-IDX) DELIMITED BY SIZE
                  INTO WS-PAGE-TITLE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM PROC-CHECK-PAGE

           MOVE 'ORIGEM' TO WS-CUR-KIND
           PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
               IF WS-ORIG-DEPT (WS-ORIG-IDX) = WS-DEPT-ID (WS-DEPT-IDX)
                   MOVE WS-ORIG-ID (WS-ORIG-IDX) TO WS-CUR-PARTY
                   PERFORM VARYING WS-QTY-IDX FROM 1 BY 1
                           UNTIL WS-QTY-IDX > 4
                       MOVE WS-QTY-IDX TO WS-ACT-IDX
                       MOVE WS-ORIG-QTY (WS-ORIG-IDX WS-QTY-IDX)
                           TO WS-CUR-QTY
                       PERFORM PROC-PRINT-ACTIVITY
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE 'ASSINANTE' TO WS-CUR-KIND
           PERFORM VARYING WS-SUBS-IDX FROM 1 BY 1
                   UNTIL WS-SUBS-IDX > WS-SUBS-COUNT
               IF WS-SUBS-DEPT (WS-SUBS-IDX) = WS-DEPT-ID (WS-DEPT-IDX)
                   MOVE WS-SUBS-ID (WS-SUBS-IDX) TO WS-CUR-PARTY
                   PERFORM VARYING WS-QTY-IDX FROM 1 BY 1
                           UNTIL WS-QTY-IDX > 3
                       COMPUTE WS-ACT-IDX = WS-QTY-IDX + 4
                       MOVE WS-SUBS-QTY (WS-SUBS-IDX WS-QTY-IDX)
                           TO WS-CUR-QTY
                       PERFORM PROC-PRINT-ACTIVITY
                   END-PERFORM
                   PERFORM PROC-CHECK-PAGE
                   MOVE SPACES TO CHGB-REPORT-LINE
                   STRING "    FEEDS DO MES: ENVIADOS="
                              DELIMITED BY SIZE
                          WS-SUBS-SENT (WS-SUBS-IDX) DELIMITED BY SIZE
                          " EM ATRASO=" DELIMITED BY SIZE
                          WS-SUBS-OVERDUE (WS-SUBS-IDX)
                              DELIMITED BY SIZE
                          INTO CHGB-REPORT-LINE
                   WRITE CHGB-REPORT-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM

           COMPUTE WS-MIN-AMOUNT ROUNDED =
               WS-DEPT-MINIMUM (WS-DEPT-IDX)
           IF WS-DEPT-USAGE (WS-DEPT-IDX) < WS-MIN-AMOUNT
               COMPUTE WS-DEPT-TOPUP (WS-DEPT-IDX) =
                   WS-MIN-AMOUNT - WS-DEPT-USAGE (WS-DEPT-IDX)
           ELSE
               MOVE 0 TO WS-DEPT-TOPUP (WS-DEPT-IDX)
           END-IF
           COMPUTE WS-DEPT-TOTAL (WS-DEPT-IDX) =
               WS-DEPT-USAGE (WS-DEPT-IDX)
               + WS-DEPT-TOPUP (WS-DEPT-IDX)

           ADD WS-DEPT-USAGE (WS-DEPT-IDX) TO WS-GRAND-USAGE
           ADD WS-DEPT-TOPUP (WS-DEPT-IDX) TO WS-GRAND-TOPUP
           ADD WS-DEPT-TOTAL (WS-DEPT-IDX) TO WS-GRAND-BILLED

           PERFORM PROC-CHECK-PAGE
           MOVE "-----------------------------------------------------"
               TO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE WS-DEPT-USAGE (WS-DEPT-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "TOTAL DE USO.........: " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE WS-MIN-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "COBRANCA MINIMA......: " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE WS-DEPT-TOPUP (WS-DEPT-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "COMPLEMENTO DO MINIMO: " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE WS-DEPT-TOTAL (WS-DEPT-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "TOTAL A COBRAR.......: " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE
           ADD 5 TO WS-LINE-COUNT.

      * Linha de atividade: quantidade x tarifa, acumulada no uso
      * do departamento e no quadro geral por atividade.
       PROC-PRINT-ACTIVITY.

           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-CUR-QTY * WS-ACT-RATE (WS-ACT-IDX)
           ADD WS-LINE-AMOUNT TO WS-DEPT-USAGE (WS-DEPT-IDX)
           ADD WS-CUR-QTY TO WS-ACT-GRAND-QTY (WS-ACT-IDX)
           ADD WS-LINE-AMOUNT TO WS-ACT-GRAND-AMT (WS-ACT-IDX)

           MOVE WS-ACT-RATE (WS-ACT-IDX) TO WS-RATE-DISPLAY
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY

           PERFORM PROC-CHECK-PAGE
           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-CUR-KIND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUR-PARTY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACT-CODE (WS-ACT-IDX) DELIMITED BY SIZE
                  " QTD=" DELIMITED BY SIZE
                  WS-CUR-QTY DELIMITED BY SIZE
                  " TARIFA=" DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * Resumo: soma das faturas por atividade e conferencia da
      * trilha contra os totais do mes no RUNHIST + BLKHIST.
       PROC-WRITE-SUMMARY.

           MOVE SPACES TO WS-PAGE-TITLE
           MOVE "RESUMO DA COBRANCA E CONFERENCIA COM O RUNHIST"
               TO WS-PAGE-TITLE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM PROC-CHECK-PAGE

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > 7
               MOVE WS-ACT-GRAND-AMT (WS-ACT-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO CHGB-REPORT-LINE
               STRING "  ATIVIDADE " DELIMITED BY SIZE
                      WS-ACT-CODE (WS-ACT-IDX) DELIMITED BY SIZE
                      " QTD=" DELIMITED BY SIZE
                      WS-ACT-GRAND-QTY (WS-ACT-IDX) DELIMITED BY SIZE
                      " VALOR=" DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO CHGB-REPORT-LINE
               WRITE CHGB-REPORT-LINE
           END-PERFORM

           MOVE "-----------------------------------------------------"
               TO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "DEPARTAMENTOS........: " DELIMITED BY SIZE
                  WS-DEPT-COUNT DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE WS-GRAND-USAGE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "TOTAL DE USO.........: " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE WS-GRAND-TOPUP TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "COMPLEMENTOS MINIMO..: " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE WS-GRAND-BILLED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "TOTAL FATURADO.......: " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE "====================================================="
               TO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "EXECUCOES NO MES.....: JANELA " DELIMITED BY SIZE
                  WS-HIST-RUNS DELIMITED BY SIZE
                  " LOTE " DELIMITED BY SIZE
                  WS-BLK-RUNS DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           COMPUTE WS-HIST-SUM = WS-HIST-READ + WS-BLK-READ
           COMPUTE WS-DIFF = WS-TOTAL-RECEIVED - WS-HIST-SUM
           MOVE "RECEBIDOS............: " TO WS-TIE-LABEL
           MOVE WS-TOTAL-RECEIVED TO WS-CUR-QTY
           PERFORM PROC-PRINT-TIE-LINE

           COMPUTE WS-HIST-SUM = WS-HIST-ACCEPTED + WS-BLK-ACCEPTED
           COMPUTE WS-DIFF = WS-TOTAL-ACCEPTED - WS-HIST-SUM
           MOVE "ACEITOS..............: " TO WS-TIE-LABEL
           MOVE WS-TOTAL-ACCEPTED TO WS-CUR-QTY
           PERFORM PROC-PRINT-TIE-LINE

           COMPUTE WS-HIST-SUM = WS-HIST-REJECTED + WS-BLK-REJECTED
           COMPUTE WS-DIFF = WS-TOTAL-REJECTED - WS-HIST-SUM
           MOVE "REJEITADOS...........: " TO WS-TIE-LABEL
           MOVE WS-TOTAL-REJECTED TO WS-CUR-QTY
           PERFORM PROC-PRINT-TIE-LINE

           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "CORRECOES APROVADAS..: " DELIMITED BY SIZE
                  WS-TOTAL-CORRECTED DELIMITED BY SIZE
                  "  SEM ORIGEM RASTREADA: " DELIMITED BY SIZE
                  WS-TOTAL-UNTRACED DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "LINHAS DA TRILHA.....: " DELIMITED BY SIZE
                  WS-TOTAL-AUDH-LINES DELIMITED BY SIZE
                  "  FEEDSUM: " DELIMITED BY SIZE
                  WS-TOTAL-FEEDSUM DELIMITED BY SIZE
                  "  ACKREG: " DELIMITED BY SIZE
                  WS-TOTAL-ACKREG DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE SPACES TO CHGB-REPORT-LINE
           IF WS-TIE-OK
               STRING "CONFERENCIA..........: OK - TRILHA = "
                          DELIMITED BY SIZE
                      "RUNHIST + BLKHIST" DELIMITED BY SIZE
                      INTO CHGB-REPORT-LINE
           ELSE
               STRING "CONFERENCIA..........: DIVERGENTE - VER "
                          DELIMITED BY SIZE
                      "VIRADA DO MES E RESTARTS NO PERIODO"
                          DELIMITED BY SIZE
                      INTO CHGB-REPORT-LINE
           END-IF
           WRITE CHGB-REPORT-LINE

           MOVE "====================================================="
               TO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE.

       PROC-PRINT-TIE-LINE.

           IF WS-DIFF NOT = 0
               MOVE 'N' TO WS-TIE-SWITCH
           END-IF
           MOVE WS-DIFF TO WS-DIFF-DISPLAY
           MOVE SPACES TO CHGB-REPORT-LINE
           STRING WS-TIE-LABEL DELIMITED BY SIZE
                  "TRILHA " DELIMITED BY SIZE
                  WS-CUR-QTY DELIMITED BY SIZE
                  " RUNHIST+BLKHIST " DELIMITED BY SIZE
                  WS-HIST-SUM DELIMITED BY SIZE
                  " DIFERENCA " DELIMITED BY SIZE
                  WS-DIFF-DISPLAY DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE.

       PROC-CHECK-PAGE.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PROC-PAGE-HEADING
           END-IF.

       PROC-PAGE-HEADING.

           ADD 1 TO WS-PAGE-COUNT
           MOVE 0 TO WS-LINE-COUNT

           MOVE "====================================================="
               TO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE SPACES TO CHGB-REPORT-LINE
           STRING "COBRANCA MENSAL DO SERVICO DE NOMES - MES "
                      DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
                  " - PROG0055  PAGINA: " DELIMITED BY SIZE
                  WS-PAGE-COUNT DELIMITED BY SIZE
                  INTO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE WS-PAGE-TITLE TO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           MOVE "====================================================="
               TO CHGB-REPORT-LINE
           WRITE CHGB-REPORT-LINE

           ADD 4 TO WS-LINE-COUNT.

       PROC-END-PROG.

           EVALUATE TRUE
               WHEN NOT WS-TIE-OK
                   DISPLAY "PROG0055: *** COBRANCA DO MES "
                       WS-BILL-MONTH " NAO CONFERE COM O RUNHIST ***"
                       UPON CONSOLE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-HAS-UNMAPPED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
