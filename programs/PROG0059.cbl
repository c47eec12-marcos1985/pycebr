       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0059.

      * Saldo mensal do mestre de nomes por status (roll-forward):
      * prova, mes a mes, que a populacao do MASTFILE so se moveu
      * pelos canais conhecidos. PARM MES=AAAAMM (default o mes
      * anterior ao da execucao).
      *   saldo inicial   = fechamento do mes anterior (BALFWD)
      *   + aceitos da janela (RUNHIST) e do lote (BLKHIST), pelo
      *     carimbo de inicio da execucao - o mesmo corte da trilha
      *   + correcoes do PROG0011 (PROG0002 'C', RTN 0) e liberacoes
      *     do re-processamento PROG0056 (PROG0002 'L', RTN 0)
      *   + restauracoes do arquivo morto (PROG0035)
      *   +/- inativacoes e reativacoes (PROG0006 'I'/'R')
      *   - exclusoes (PROG0006 'D'), expurgos (PROG0019 'P'),
      *     duplicidades confirmadas (PROG0029 'C', RTN 7) e IDs
      *     incorporados em fusao (PROG0040, segunda linha do par)
      *   - estornos de origem (PROG0062 'E') de execucao de outro
      *     mes; o de execucao do proprio mes ja saiu do RUNHIST e
      *     so e descontado das linhas de edicao da trilha
      *   = saldo esperado, comparado com a contagem real do
      *     MASTFILE por status no fim do mes.
      * As linhas da trilha vem do historico indexado (AUDHIST, mes
      * ja virado pelo PROG0054J) e da trilha corrente (AUDTFILE,
      * mes ainda nao virado); linha da trilha de mes ja carregado
      * no historico (virada reexecutada) nao conta duas vezes.
      * O status de quem sai (ou volta, na restauracao - o status
      * anterior e preservado) e o da ultima inativacao/reativacao
      * do ID antes da linha (AUDHIST pela chave ID + carimbo e
      * linhas da trilha corrente); sem nenhuma, ativo, como toda
      * inclusao entra.
      * A contagem do MASTFILE e feita na hora da execucao: o
      * movimento da trilha posterior ao mes e descontado por canal
      * para chegar ao saldo real do fim do mes.
      * Relatorio BALRPT: saldo inicial, movimento do mes por canal
      * e status, esperado x real e a diferenca, mais a conferencia
      * por canal onde ha segunda fonte (aceitos da janela + lote:
      * RUNHIST/BLKHIST contra as linhas de edicao da trilha). O
      * saldo real do fim do mes e acrescentado ao BALFWD como
      * abertura do mes seguinte (vale o ultimo gravado do mes).
      * Sem fechamento do mes anterior no BALFWD (primeira execucao)
      * o saldo inicial e o implicito (real - movimento), RC 4.
      * RC: 0 batido; 4 sem saldo inicial ou canal com diferenca;
      * 8 saldo real diferente do esperado; 16 PARM invalido,
      * quadro esgotado ou arquivo indisponivel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               ALTERNATE RECORD KEY IS MASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               ALTERNATE RECORD KEY IS AUDH-OPER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-PROG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-DATE-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT OPTIONAL BLK-HIST-FILE ASSIGN TO "BLKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLKHIST-STATUS.

           SELECT OPTIONAL BALFWD-FILE ASSIGN TO "BALFWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.

           SELECT BAL-REPORT ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  AUDH-FILE.
       COPY 'books/AUDH-REC.cpy'.

       FD  AUDIT-FILE.
       01 AUDIT-LINE PIC X(198).

       FD  RUN-HIST-FILE.
       01 RUN-HIST-LINE PIC X(113).

       FD  BLK-HIST-FILE.
       01 BLK-HIST-RECORD PIC X(113).

       FD  BALFWD-FILE.
       COPY 'books/BALFWD-REC.cpy'.

       FD  BAL-REPORT.
       01 BAL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MASTER-STATUS PIC XX.
       01 WS-AUDH-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RUNHIST-STATUS PIC XX.
       01 WS-BLKHIST-STATUS PIC XX.
       01 WS-BALFWD-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
       01 WS-AUDH-EOF PIC X VALUE 'N'.
           88 END-OF-AUDH VALUE 'Y'.
       01 WS-AUDIT-EOF PIC X VALUE 'N'.
           88 END-OF-AUDIT VALUE 'Y'.
       01 WS-RUNHIST-EOF PIC X VALUE 'N'.
           88 END-OF-RUNHIST VALUE 'Y'.
       01 WS-BLKHIST-EOF PIC X VALUE 'N'.
           88 END-OF-BLKHIST VALUE 'Y'.
       01 WS-BALFWD-EOF PIC X VALUE 'N'.
           88 END-OF-BALFWD VALUE 'Y'.
       01 WS-TRACE-EOF PIC X VALUE 'N'.
           88 END-OF-TRACE VALUE 'Y'.

       01 WS-AUDH-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-AUDH VALUE 'Y'.
       01 WS-OPENING-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-OPENING VALUE 'Y'.
       01 WS-DIVERGENT-SWITCH PIC X VALUE 'N'.
           88 WS-IS-DIVERGENT VALUE 'Y'.
       01 WS-TIE-SWITCH PIC X VALUE 'S'.
           88 WS-TIE-OK VALUE 'S'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-BAL-MONTH PIC X(06) VALUE SPACES.
       01 WS-BAL-MONTH-N REDEFINES WS-BAL-MONTH.
           05 WS-BAL-YEAR PIC 9(04).
           05 WS-BAL-MM PIC 9(02).
       01 WS-PREV-MONTH PIC X(06) VALUE SPACES.
       01 WS-PREV-MONTH-N REDEFINES WS-PREV-MONTH.
           05 WS-PREV-YEAR PIC 9(04).
           05 WS-PREV-MM PIC 9(02).

      * Maior mes ja virado encontrado no AUDHIST: linha da trilha
      * corrente desse mes ou anterior ja esta no historico.
       01 WS-HIGH-ROLLED-MONTH PIC X(06) VALUE SPACES.

      * Linha da trilha em exame (do AUDHIST ou do AUDTFILE).
       COPY 'books/AUDIT-REC.cpy'.
       01 WS-LINE-SOURCE PIC X(01) VALUE SPACE.
           88 WS-FROM-HIST VALUE 'H'.
           88 WS-FROM-TRAIL VALUE 'T'.
       01 WS-LINE-PERIOD PIC X(01) VALUE SPACE.
           88 WS-BEFORE-MONTH VALUE 'A'.
           88 WS-IN-MONTH VALUE 'M'.
           88 WS-AFTER-MONTH VALUE 'P'.

      * Historico de execucao lido (janela e lote tem o mesmo
      * desenho).
       COPY 'books/RUNHIST-REC.cpy'.
       01 WS-HIST-MONTH PIC X(06) VALUE SPACES.

      * Canais de movimento do mestre, na ordem do relatorio:
      *  1 janela   2 lote        3 correcao  4 re-processamento
      *  5 restauracao            6 inativacao 7 reativacao
      *  8 exclusao 9 expurgo    10 duplicidade 11 fusao
      * 12 estorno de origem
       01 WS-CHAN-NAMES-INIT.
           05 FILLER PIC X(27) VALUE 'JANELA BATCH...............'.
           05 FILLER PIC X(27) VALUE 'CARGA EM LOTE..............'.
           05 FILLER PIC X(27) VALUE 'CORRECOES (PROG0011).......'.
           05 FILLER PIC X(27) VALUE 'RE-PROCESSAMENTO (PROG0056)'.
           05 FILLER PIC X(27) VALUE 'RESTAURACOES (PROG0035)....'.
           05 FILLER PIC X(27) VALUE 'INATIVACOES (PROG0006).....'.
           05 FILLER PIC X(27) VALUE 'REATIVACOES (PROG0006).....'.
           05 FILLER PIC X(27) VALUE 'EXCLUSOES (PROG0006).......'.
           05 FILLER PIC X(27) VALUE 'EXPURGOS (PROG0019)........'.
           05 FILLER PIC X(27) VALUE 'DUPLICIDADES (PROG0029)....'.
           05 FILLER PIC X(27) VALUE 'FUSOES (PROG0040)..........'.
           05 FILLER PIC X(27) VALUE 'ESTORNOS ORIGEM (PROG0062).'.
       01 WS-CHAN-NAMES REDEFINES WS-CHAN-NAMES-INIT.
           05 WS-CHAN-NAME OCCURS 12 TIMES PIC X(27).
       01 WS-CHAN-TABLE.
           05 WS-CHAN-ENTRY OCCURS 12 TIMES.
               10 WS-CHAN-QTY         PIC 9(09).
               10 WS-CHAN-ACTIVE      PIC S9(09).
               10 WS-CHAN-INACTIVE    PIC S9(09).
               10 WS-CHAN-POST-QTY    PIC 9(09).
               10 WS-CHAN-POST-ACTIVE PIC S9(09).
               10 WS-CHAN-POST-INACT  PIC S9(09).
       01 WS-CHAN-IDX PIC 9(02) VALUE 0.
       01 WS-MOVE-ACTIVE PIC S9(01) VALUE 0.
       01 WS-MOVE-INACTIVE PIC S9(01) VALUE 0.

      * Saidas e restauracoes a rastrear o status depois da leitura
      * da trilha (a leitura do AUDHIST pela chave do ID nao pode
      * interromper a leitura pela faixa de datas).
       01 WS-PEND-TABLE.
           05 WS-PEND-COUNT PIC 9(05) VALUE 0.
           05 WS-PEND-ENTRY OCCURS 5000 TIMES.
               10 WS-PEND-ID          PIC 9(08).
               10 WS-PEND-TS          PIC X(21).
               10 WS-PEND-CHAN        PIC 9(02).
               10 WS-PEND-PERIOD      PIC X(01).
       01 WS-PEND-IDX PIC 9(05) VALUE 0.

      * Inativacoes/reativacoes da trilha corrente (as do AUDHIST
      * sao achadas pela chave do ID).
       01 WS-EVT-TABLE.
           05 WS-EVT-COUNT PIC 9(05) VALUE 0.
           05 WS-EVT-ENTRY OCCURS 5000 TIMES.
               10 WS-EVT-ID           PIC 9(08).
               10 WS-EVT-TS           PIC X(21).
               10 WS-EVT-STATUS       PIC X(01).
       01 WS-EVT-IDX PIC 9(05) VALUE 0.

       01 WS-TRACE-STATUS PIC X(01) VALUE SPACE.
       01 WS-TRACE-TS PIC X(21) VALUE SPACES.

      * Par de linhas da fusao: a segunda (mesmo nome sobrevivente
      * e mesmo nome anterior) e a do ID incorporado.
       01 WS-MERGE-ID PIC 9(08) VALUE 0.
       01 WS-MERGE-NAME PIC X(70) VALUE SPACES.
       01 WS-MERGE-BEFORE PIC X(70) VALUE SPACES.

      * Saldos por status: inicial, movimento, esperado, contagem,
      * movimento posterior, real no fim do mes e diferenca.
       01 WS-BALANCES.
           05 WS-OPEN-ACTIVE          PIC S9(09) VALUE 0.
           05 WS-OPEN-INACTIVE        PIC S9(09) VALUE 0.
           05 WS-OPEN-TOTAL           PIC S9(09) VALUE 0.
           05 WS-MOVE-SUM-ACTIVE      PIC S9(09) VALUE 0.
           05 WS-MOVE-SUM-INACTIVE    PIC S9(09) VALUE 0.
           05 WS-EXP-ACTIVE           PIC S9(09) VALUE 0.
           05 WS-EXP-INACTIVE         PIC S9(09) VALUE 0.
           05 WS-EXP-TOTAL            PIC S9(09) VALUE 0.
           05 WS-CNT-ACTIVE           PIC S9(09) VALUE 0.
           05 WS-CNT-INACTIVE         PIC S9(09) VALUE 0.
           05 WS-CNT-TOTAL            PIC S9(09) VALUE 0.
           05 WS-POST-SUM-ACTIVE      PIC S9(09) VALUE 0.
           05 WS-POST-SUM-INACTIVE    PIC S9(09) VALUE 0.
           05 WS-END-ACTIVE           PIC S9(09) VALUE 0.
           05 WS-END-INACTIVE         PIC S9(09) VALUE 0.
           05 WS-END-TOTAL            PIC S9(09) VALUE 0.
           05 WS-DIFF-ACTIVE          PIC S9(09) VALUE 0.
           05 WS-DIFF-INACTIVE        PIC S9(09) VALUE 0.
           05 WS-DIFF-TOTAL           PIC S9(09) VALUE 0.

       01 WS-OPEN-RESULT PIC X(01) VALUE SPACE.
       01 WS-OPEN-RUN-TS PIC X(14) VALUE SPACES.

      * Campos de edicao das linhas do relatorio.
       01 WS-LINE-LABEL PIC X(27) VALUE SPACES.
       01 WS-LINE-QTY PIC 9(09) VALUE 0.
       01 WS-LINE-ACTIVE PIC S9(09) VALUE 0.
       01 WS-LINE-INACTIVE PIC S9(09) VALUE 0.
       01 WS-LINE-TOTAL PIC S9(09) VALUE 0.
       01 WS-QTY-DISPLAY PIC Z(08)9.
       01 WS-ACTIVE-DISPLAY PIC -(09)9.
       01 WS-INACTIVE-DISPLAY PIC -(09)9.
       01 WS-TOTAL-DISPLAY PIC -(09)9.
       01 WS-DIFF PIC S9(09) VALUE 0.
       01 WS-DIFF-DISPLAY PIC -Z(08)9.
       01 WS-HIST-SUM PIC 9(09) VALUE 0.
       01 WS-CHECK-RESULT PIC X(10) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-AUDH-LINES     PIC 9(09) VALUE 0.
           05 WS-TOTAL-AUDIT-LINES    PIC 9(09) VALUE 0.
           05 WS-TOTAL-ROLLED         PIC 9(09) VALUE 0.
           05 WS-TOTAL-TRAIL-ACCEPTED PIC 9(09) VALUE 0.
           05 WS-TOTAL-TRAIL-BACKOUT  PIC 9(09) VALUE 0.
           05 WS-TOTAL-TRACED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-NO-HISTORY     PIC 9(07) VALUE 0.
           05 WS-HIST-RUNS            PIC 9(07) VALUE 0.
           05 WS-BLK-RUNS             PIC 9(07) VALUE 0.

       LINKAGE SECTION.

       01 PROG0059-PARM PIC X(40).

       PROCEDURE DIVISION USING PROG0059-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           IF PROG0059-PARM (1:4) = 'MES='
               MOVE PROG0059-PARM (5:6) TO WS-BAL-MONTH
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-BAL-MONTH
               IF WS-BAL-MM = 1
                   SUBTRACT 1 FROM WS-BAL-YEAR
                   MOVE 12 TO WS-BAL-MM
               ELSE
                   SUBTRACT 1 FROM WS-BAL-MM
               END-IF
           END-IF

           IF WS-BAL-MONTH IS NOT NUMERIC
                   OR WS-BAL-MM < 1 OR WS-BAL-MM > 12
               DISPLAY "PROG0059: MES= invalido no PARM: "
                   WS-BAL-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-BAL-MONTH TO WS-PREV-MONTH
           IF WS-PREV-MM = 1
               SUBTRACT 1 FROM WS-PREV-YEAR
               MOVE 12 TO WS-PREV-MM
           ELSE
               SUBTRACT 1 FROM WS-PREV-MM
           END-IF

           INITIALIZE WS-CHAN-TABLE

           PERFORM PROC-OPEN-FILES
           PERFORM PROC-LOAD-OPENING

           PERFORM PROC-LOAD-RUNHIST
           PERFORM PROC-LOAD-BLKHIST
           PERFORM PROC-SCAN-AUDIT-HIST
           PERFORM PROC-SCAN-AUDIT-TRAIL

           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               PERFORM PROC-RESOLVE-PENDING
           END-PERFORM

           PERFORM PROC-COUNT-MASTER

           CLOSE MASTER-FILE
           CLOSE AUDH-FILE
           CLOSE AUDIT-FILE
           CLOSE RUN-HIST-FILE
           CLOSE BLK-HIST-FILE

           PERFORM PROC-COMPUTE-BALANCE
           PERFORM PROC-PRINT-REPORT
           PERFORM PROC-STORE-CLOSING

           CLOSE BAL-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0059: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDH-FILE
           IF WS-AUDH-STATUS NOT = '00' AND WS-AUDH-STATUS NOT = '05'
               DISPLAY "PROG0059: falha ao abrir AUDHIST - STATUS "
                   WS-AUDH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUDH-STATUS = '00'
               SET WS-HAS-AUDH TO TRUE
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0059: falha ao abrir AUDTFILE - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RUN-HIST-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
                   AND WS-RUNHIST-STATUS NOT = '05'
               DISPLAY "PROG0059: falha ao abrir RUNHIST - STATUS "
                   WS-RUNHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BLK-HIST-FILE
           IF WS-BLKHIST-STATUS NOT = '00'
                   AND WS-BLKHIST-STATUS NOT = '05'
               DISPLAY "PROG0059: falha ao abrir BLKHIST - STATUS "
                   WS-BLKHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BAL-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0059: falha ao abrir BALRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Fechamento do mes anterior: o ultimo registro gravado para
      * ele vale (reexecucao acrescenta outro).
       PROC-LOAD-OPENING.

           OPEN INPUT BALFWD-FILE
           IF WS-BALFWD-STATUS NOT = '00'
                   AND WS-BALFWD-STATUS NOT = '05'
               DISPLAY "PROG0059: falha ao abrir BALFWD - STATUS "
                   WS-BALFWD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BALFWD-STATUS = '05'
               SET END-OF-BALFWD TO TRUE
           END-IF

           PERFORM UNTIL END-OF-BALFWD
               READ BALFWD-FILE
                   AT END
                       SET END-OF-BALFWD TO TRUE
                   NOT AT END
                       IF BALFWD-MONTH = WS-PREV-MONTH
                               AND BALFWD-ACTIVE IS NUMERIC
                               AND BALFWD-INACTIVE IS NUMERIC
                           SET WS-HAS-OPENING TO TRUE
                           MOVE BALFWD-ACTIVE TO WS-OPEN-ACTIVE
                           MOVE BALFWD-INACTIVE TO WS-OPEN-INACTIVE
                           MOVE BALFWD-RESULT TO WS-OPEN-RESULT
                           MOVE BALFWD-RUN-TS TO WS-OPEN-RUN-TS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BALFWD-FILE.

      * Aceitos da janela e do lote no mes, pelo carimbo de inicio
      * da execucao (linha antiga sem carimbo: data de movimento).
       PROC-LOAD-RUNHIST.

           IF WS-RUNHIST-STATUS = '05'
               SET END-OF-RUNHIST TO TRUE
           END-IF

           PERFORM UNTIL END-OF-RUNHIST
               READ RUN-HIST-FILE INTO RUNHIST-RECORD
                   AT END
                       SET END-OF-RUNHIST TO TRUE
                   NOT AT END
                       PERFORM PROC-SET-HIST-MONTH
                       IF WS-HIST-MONTH = WS-BAL-MONTH
                           ADD 1 TO WS-HIST-RUNS
                           MOVE 1 TO WS-CHAN-IDX
                           PERFORM PROC-ADD-HIST-ACCEPTED
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
                       PERFORM PROC-SET-HIST-MONTH
                       IF WS-HIST-MONTH = WS-BAL-MONTH
                           ADD 1 TO WS-BLK-RUNS
                           MOVE 2 TO WS-CHAN-IDX
                           PERFORM PROC-ADD-HIST-ACCEPTED
                       END-IF
               END-READ
           END-PERFORM.

       PROC-SET-HIST-MONTH.

           IF RUNHIST-START-TS = SPACES
               MOVE RUNHIST-DATE (1:6) TO WS-HIST-MONTH
           ELSE
               MOVE RUNHIST-START-TS (1:6) TO WS-HIST-MONTH
           END-IF.

       PROC-ADD-HIST-ACCEPTED.

           IF RUNHIST-TOTAL-ACCEPTED IS NUMERIC
               ADD RUNHIST-TOTAL-ACCEPTED
                   TO WS-CHAN-QTY (WS-CHAN-IDX)
               ADD RUNHIST-TOTAL-ACCEPTED
                   TO WS-CHAN-ACTIVE (WS-CHAN-IDX)
           END-IF.

      * Historico pela faixa de datas, do inicio do mes ao fim do
      * arquivo: as linhas do mes e as posteriores (meses seguintes
      * ja virados, numa reexecucao atrasada).
       PROC-SCAN-AUDIT-HIST.

           IF WS-HAS-AUDH
               MOVE SPACES TO AUDH-DATE-TS
               MOVE WS-BAL-MONTH TO AUDH-DATE-TS (1:6)
               MOVE 0 TO AUDH-DATE-SEQ
               START AUDH-FILE KEY IS NOT LESS THAN AUDH-DATE-KEY
                   INVALID KEY
                       SET END-OF-AUDH TO TRUE
               END-START
           ELSE
               SET END-OF-AUDH TO TRUE
           END-IF

           SET WS-FROM-HIST TO TRUE
           MOVE 0 TO WS-MERGE-ID

           PERFORM UNTIL END-OF-AUDH
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDH TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-AUDH-LINES
                       IF AUDH-MONTH > WS-HIGH-ROLLED-MONTH
                           MOVE AUDH-MONTH TO WS-HIGH-ROLLED-MONTH
                       END-IF
                       MOVE AUDH-LINE TO AUDIT-RECORD
                       PERFORM PROC-SET-PERIOD
                       PERFORM PROC-CLASSIFY-LINE
               END-READ
           END-PERFORM.

      * Trilha corrente (com as das particoes do PARALELJ, pela
      * concatenacao da JCL): linha de mes ja virado esta no
      * historico e nao conta de novo.
       PROC-SCAN-AUDIT-TRAIL.

           IF WS-AUDIT-STATUS = '05'
               SET END-OF-AUDIT TO TRUE
           END-IF

           SET WS-FROM-TRAIL TO TRUE
           MOVE 0 TO WS-MERGE-ID

           PERFORM UNTIL END-OF-AUDIT
               READ AUDIT-FILE INTO AUDIT-RECORD
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-AUDIT-LINES
                       IF WS-HIGH-ROLLED-MONTH NOT = SPACES
                               AND AUDIT-TIMESTAMP (1:6)
                                   NOT > WS-HIGH-ROLLED-MONTH
                           ADD 1 TO WS-TOTAL-ROLLED
                       ELSE
                           PERFORM PROC-SET-PERIOD
                           PERFORM PROC-CLASSIFY-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PROC-SET-PERIOD.

           EVALUATE TRUE
               WHEN AUDIT-TIMESTAMP (1:6) < WS-BAL-MONTH
                   SET WS-BEFORE-MONTH TO TRUE
               WHEN AUDIT-TIMESTAMP (1:6) = WS-BAL-MONTH
                   SET WS-IN-MONTH TO TRUE
               WHEN OTHER
                   SET WS-AFTER-MONTH TO TRUE
           END-EVALUATE.

      * Linha anterior ao mes (so na trilha corrente) serve apenas
      * ao rastreio do status; as demais movem o canal no mes ou no
      * periodo posterior (descontado da contagem).
       PROC-CLASSIFY-LINE.

           IF WS-FROM-TRAIL
                   AND AUDIT-PROGRAM = 'PROG0006'
                   AND AUDIT-RTN-CODE = 0
                   AND (AUDIT-ACTION = 'I' OR AUDIT-ACTION = 'R')
               PERFORM PROC-SAVE-EVENT
           END-IF

           IF NOT WS-BEFORE-MONTH
               EVALUATE TRUE
                   WHEN AUDIT-PROGRAM = 'PROG0002'
                           AND AUDIT-RTN-CODE = 0
                       PERFORM PROC-CLASSIFY-EDIT
                   WHEN AUDIT-PROGRAM = 'PROG0006'
                           AND AUDIT-RTN-CODE = 0
                       PERFORM PROC-CLASSIFY-MAINT
                   WHEN AUDIT-PROGRAM = 'PROG0019'
                           AND AUDIT-ACTION = 'P'
                           AND AUDIT-RTN-CODE = 0
                       MOVE 9 TO WS-CHAN-IDX
                       PERFORM PROC-SAVE-PENDING
                   WHEN AUDIT-PROGRAM = 'PROG0029'
                           AND AUDIT-ACTION = 'C'
                           AND AUDIT-RTN-CODE = 7
                       MOVE 10 TO WS-CHAN-IDX
                       PERFORM PROC-SAVE-PENDING
                   WHEN AUDIT-PROGRAM = 'PROG0035'
                           AND AUDIT-RTN-CODE = 0
                       MOVE 5 TO WS-CHAN-IDX
                       PERFORM PROC-SAVE-PENDING
                   WHEN AUDIT-PROGRAM = 'PROG0040'
                           AND AUDIT-ACTION = 'M'
                           AND AUDIT-RTN-CODE = 0
                       PERFORM PROC-CLASSIFY-MERGE
                   WHEN AUDIT-PROGRAM = 'PROG0062'
                           AND AUDIT-ACTION = 'E'
                           AND AUDIT-RTN-CODE = 0
                       PERFORM PROC-CLASSIFY-BACKOUT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Edicao com RTN 0: acao em branco e a janela/lote (no mes so
      * conferida contra o RUNHIST/BLKHIST; depois do mes desconta
      * da contagem), 'C' a correcao do PROG0011 e 'L' a liberacao
      * do PROG0056.
       PROC-CLASSIFY-EDIT.

           MOVE 1 TO WS-MOVE-ACTIVE
           MOVE 0 TO WS-MOVE-INACTIVE
           EVALUATE AUDIT-ACTION
               WHEN SPACE
                   IF WS-IN-MONTH
                       ADD 1 TO WS-TOTAL-TRAIL-ACCEPTED
                   ELSE
                       MOVE 1 TO WS-CHAN-IDX
                       PERFORM PROC-COUNT-MOVE
                   END-IF
               WHEN 'C'
                   MOVE 3 TO WS-CHAN-IDX
                   PERFORM PROC-COUNT-MOVE
               WHEN 'L'
                   MOVE 4 TO WS-CHAN-IDX
                   PERFORM PROC-COUNT-MOVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROC-CLASSIFY-MAINT.

           EVALUATE AUDIT-ACTION
               WHEN 'I'
                   MOVE 6 TO WS-CHAN-IDX
                   MOVE -1 TO WS-MOVE-ACTIVE
                   MOVE 1 TO WS-MOVE-INACTIVE
                   PERFORM PROC-COUNT-MOVE
               WHEN 'R'
                   MOVE 7 TO WS-CHAN-IDX
                   MOVE 1 TO WS-MOVE-ACTIVE
                   MOVE -1 TO WS-MOVE-INACTIVE
                   PERFORM PROC-COUNT-MOVE
               WHEN 'D'
                   MOVE 8 TO WS-CHAN-IDX
                   PERFORM PROC-SAVE-PENDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Mesmo pareamento da recuperacao do mestre (PROG0041): a
      * primeira linha e a do sobrevivente, a segunda a do ID que
      * sai do mestre.
       PROC-CLASSIFY-MERGE.

           IF WS-MERGE-ID = 0
                   OR AUDIT-NAME NOT = WS-MERGE-NAME
                   OR AUDIT-BEFORE-KEY NOT = WS-MERGE-BEFORE
               MOVE AUDIT-ID TO WS-MERGE-ID
               MOVE AUDIT-NAME TO WS-MERGE-NAME
               MOVE AUDIT-BEFORE-KEY TO WS-MERGE-BEFORE
           ELSE
               MOVE 11 TO WS-CHAN-IDX
               PERFORM PROC-SAVE-PENDING
               MOVE 0 TO WS-MERGE-ID
           END-IF.

      * Estorno de origem: a execucao cujo RUNHIST foi reduzido vem
      * na imagem anterior. Do mes, o registro nunca entrou na conta
      * (o RUNHIST ja nao o tem) e so as linhas de edicao da trilha
      * sao descontadas na conferencia; de outro mes (ou sem
      * execucao no RUNHIST), e uma saida do mestre como as demais.
       PROC-CLASSIFY-BACKOUT.

           IF AUDIT-BKO-RUN-TS NOT = SPACES
                   AND AUDIT-BKO-RUN-TS (1:6) = WS-BAL-MONTH
               ADD 1 TO WS-TOTAL-TRAIL-BACKOUT
           ELSE
               MOVE 12 TO WS-CHAN-IDX
               PERFORM PROC-SAVE-PENDING
           END-IF.

       PROC-COUNT-MOVE.

           IF WS-IN-MONTH
               ADD 1 TO WS-CHAN-QTY (WS-CHAN-IDX)
               ADD WS-MOVE-ACTIVE TO WS-CHAN-ACTIVE (WS-CHAN-IDX)
               ADD WS-MOVE-INACTIVE TO WS-CHAN-INACTIVE (WS-CHAN-IDX)
           ELSE
               ADD 1 TO WS-CHAN-POST-QTY (WS-CHAN-IDX)
               ADD WS-MOVE-ACTIVE
                   TO WS-CHAN-POST-ACTIVE (WS-CHAN-IDX)
               ADD WS-MOVE-INACTIVE
                   TO WS-CHAN-POST-INACT (WS-CHAN-IDX)
           END-IF.

       PROC-SAVE-PENDING.

           IF WS-PEND-COUNT = 5000
               DISPLAY "PROG0059: quadro de saidas/restauracoes "
                   "esgotado - ID " AUDIT-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE AUDIT-ID TO WS-PEND-ID (WS-PEND-COUNT)
           MOVE AUDIT-TIMESTAMP TO WS-PEND-TS (WS-PEND-COUNT)
           MOVE WS-CHAN-IDX TO WS-PEND-CHAN (WS-PEND-COUNT)
           MOVE WS-LINE-PERIOD TO WS-PEND-PERIOD (WS-PEND-COUNT).

       PROC-SAVE-EVENT.

           IF WS-EVT-COUNT = 5000
               DISPLAY "PROG0059: quadro de inativacoes/reativacoes "
                   "esgotado - ID " AUDIT-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EVT-COUNT
           MOVE AUDIT-ID TO WS-EVT-ID (WS-EVT-COUNT)
           MOVE AUDIT-TIMESTAMP TO WS-EVT-TS (WS-EVT-COUNT)
           IF AUDIT-ACTION = 'I'
               MOVE 'I' TO WS-EVT-STATUS (WS-EVT-COUNT)
           ELSE
               MOVE 'A' TO WS-EVT-STATUS (WS-EVT-COUNT)
           END-IF.

      * Saida tira um registro do status que ele tinha; a
      * restauracao devolve o registro ao status preservado.
       PROC-RESOLVE-PENDING.

           PERFORM PROC-TRACE-STATUS

           MOVE 0 TO WS-MOVE-ACTIVE
           MOVE 0 TO WS-MOVE-INACTIVE
           IF WS-PEND-CHAN (WS-PEND-IDX) = 5
               IF WS-TRACE-STATUS = 'I'
                   MOVE 1 TO WS-MOVE-INACTIVE
               ELSE
                   MOVE 1 TO WS-MOVE-ACTIVE
               END-IF
           ELSE
               IF WS-TRACE-STATUS = 'I'
                   MOVE -1 TO WS-MOVE-INACTIVE
               ELSE
                   MOVE -1 TO WS-MOVE-ACTIVE
               END-IF
           END-IF

           MOVE WS-PEND-CHAN (WS-PEND-IDX) TO WS-CHAN-IDX
           MOVE WS-PEND-PERIOD (WS-PEND-IDX) TO WS-LINE-PERIOD
           PERFORM PROC-COUNT-MOVE.

      * Status do ID no instante da linha: ultima inativacao ou
      * reativacao do PROG0006 antes dela, no historico (chave ID +
      * carimbo) e na trilha corrente; sem nenhuma, ativo.
       PROC-TRACE-STATUS.

           ADD 1 TO WS-TOTAL-TRACED
           MOVE 'A' TO WS-TRACE-STATUS
           MOVE SPACES TO WS-TRACE-TS
           MOVE 'N' TO WS-TRACE-EOF

           IF WS-HAS-AUDH
               MOVE WS-PEND-ID (WS-PEND-IDX) TO AUDH-ID
               MOVE SPACES TO AUDH-TIMESTAMP
               MOVE 0 TO AUDH-SEQ
               START AUDH-FILE KEY IS NOT LESS THAN AUDH-KEY
                   INVALID KEY
                       SET END-OF-TRACE TO TRUE
               END-START
           ELSE
               SET END-OF-TRACE TO TRUE
           END-IF

           PERFORM UNTIL END-OF-TRACE
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-TRACE TO TRUE
                   NOT AT END
                       IF AUDH-ID NOT = WS-PEND-ID (WS-PEND-IDX)
                               OR AUDH-TIMESTAMP
                                   NOT < WS-PEND-TS (WS-PEND-IDX)
                           SET END-OF-TRACE TO TRUE
                       ELSE
                           IF AUDH-L-PROGRAM = 'PROG0006'
                                   AND AUDH-L-RTN-CODE = 0
                                   AND (AUDH-L-ACTION = 'I'
                                       OR AUDH-L-ACTION = 'R')
                               MOVE AUDH-TIMESTAMP TO WS-TRACE-TS
                               IF AUDH-L-ACTION = 'I'
                                   MOVE 'I' TO WS-TRACE-STATUS
                               ELSE
                                   MOVE 'A' TO WS-TRACE-STATUS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
               IF WS-EVT-ID (WS-EVT-IDX) = WS-PEND-ID (WS-PEND-IDX)
                       AND WS-EVT-TS (WS-EVT-IDX)
                           < WS-PEND-TS (WS-PEND-IDX)
                       AND WS-EVT-TS (WS-EVT-IDX) NOT < WS-TRACE-TS
                   MOVE WS-EVT-TS (WS-EVT-IDX) TO WS-TRACE-TS
                   MOVE WS-EVT-STATUS (WS-EVT-IDX) TO WS-TRACE-STATUS
               END-IF
           END-PERFORM

           IF WS-TRACE-TS = SPACES
               ADD 1 TO WS-TOTAL-NO-HISTORY
           END-IF.

       PROC-COUNT-MASTER.

           MOVE LOW-VALUES TO MASTER-NAME
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-NAME
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START

           PERFORM UNTIL END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       IF MASTER-STATUS-INACTIVE
                           ADD 1 TO WS-CNT-INACTIVE
                       ELSE
                           ADD 1 TO WS-CNT-ACTIVE
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-CNT-TOTAL = WS-CNT-ACTIVE + WS-CNT-INACTIVE.

      * Real no fim do mes = contagem - movimento posterior; sem
      * saldo inicial, o implicito fecha a conta e a diferenca fica
      * zero.
       PROC-COMPUTE-BALANCE.

           PERFORM VARYING WS-CHAN-IDX FROM 1 BY 1
                   UNTIL WS-CHAN-IDX > 12
               ADD WS-CHAN-ACTIVE (WS-CHAN-IDX) TO WS-MOVE-SUM-ACTIVE
               ADD WS-CHAN-INACTIVE (WS-CHAN-IDX)
                   TO WS-MOVE-SUM-INACTIVE
               ADD WS-CHAN-POST-ACTIVE (WS-CHAN-IDX)
                   TO WS-POST-SUM-ACTIVE
               ADD WS-CHAN-POST-INACT (WS-CHAN-IDX)
                   TO WS-POST-SUM-INACTIVE
           END-PERFORM

           COMPUTE WS-END-ACTIVE = WS-CNT-ACTIVE - WS-POST-SUM-ACTIVE
           COMPUTE WS-END-INACTIVE =
               WS-CNT-INACTIVE - WS-POST-SUM-INACTIVE
           COMPUTE WS-END-TOTAL = WS-END-ACTIVE + WS-END-INACTIVE

           IF NOT WS-HAS-OPENING
               COMPUTE WS-OPEN-ACTIVE =
                   WS-END-ACTIVE - WS-MOVE-SUM-ACTIVE
               COMPUTE WS-OPEN-INACTIVE =
                   WS-END-INACTIVE - WS-MOVE-SUM-INACTIVE
           END-IF
           COMPUTE WS-OPEN-TOTAL = WS-OPEN-ACTIVE + WS-OPEN-INACTIVE

           COMPUTE WS-EXP-ACTIVE = WS-OPEN-ACTIVE + WS-MOVE-SUM-ACTIVE
           COMPUTE WS-EXP-INACTIVE =
               WS-OPEN-INACTIVE + WS-MOVE-SUM-INACTIVE
           COMPUTE WS-EXP-TOTAL = WS-EXP-ACTIVE + WS-EXP-INACTIVE

           COMPUTE WS-DIFF-ACTIVE = WS-END-ACTIVE - WS-EXP-ACTIVE
           COMPUTE WS-DIFF-INACTIVE = WS-END-INACTIVE - WS-EXP-INACTIVE
           COMPUTE WS-DIFF-TOTAL = WS-END-TOTAL - WS-EXP-TOTAL

           IF WS-DIFF-ACTIVE NOT = 0 OR WS-DIFF-INACTIVE NOT = 0
               SET WS-IS-DIVERGENT TO TRUE
           END-IF

           COMPUTE WS-HIST-SUM = WS-CHAN-QTY (1) + WS-CHAN-QTY (2)
           COMPUTE WS-DIFF = WS-TOTAL-TRAIL-ACCEPTED
               - WS-TOTAL-TRAIL-BACKOUT - WS-HIST-SUM
           IF WS-DIFF NOT = 0
               MOVE 'N' TO WS-TIE-SWITCH
           END-IF.

       PROC-PRINT-REPORT.

           MOVE "====================================================="
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE SPACES TO BAL-REPORT-LINE
           STRING "SALDO MENSAL DO MESTRE POR STATUS - MES "
                      DELIMITED BY SIZE
                  WS-BAL-MONTH DELIMITED BY SIZE
                  " - PROG0059" DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE "====================================================="
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           IF WS-HAS-OPENING
               MOVE SPACES TO BAL-REPORT-LINE
               STRING "SALDO INICIAL: FECHAMENTO DE " DELIMITED BY SIZE
                      WS-PREV-MONTH DELIMITED BY SIZE
                      " GRAVADO EM " DELIMITED BY SIZE
                      WS-OPEN-RUN-TS DELIMITED BY SIZE
                      " RESULTADO " DELIMITED BY SIZE
                      WS-OPEN-RESULT DELIMITED BY SIZE
                      INTO BAL-REPORT-LINE
           ELSE
               MOVE SPACES TO BAL-REPORT-LINE
               STRING "SALDO INICIAL: SEM FECHAMENTO DE "
                          DELIMITED BY SIZE
                      WS-PREV-MONTH DELIMITED BY SIZE
                      " NO BALFWD - IMPLICITO (REAL - MOVIMENTO)"
                          DELIMITED BY SIZE
                      INTO BAL-REPORT-LINE
           END-IF
           WRITE BAL-REPORT-LINE

           MOVE SPACES TO BAL-REPORT-LINE
           STRING "                                  QTDE     "
                      DELIMITED BY SIZE
                  "ATIVOS   INATIVOS      TOTAL" DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE "SALDO INICIAL.............." TO WS-LINE-LABEL
           MOVE 0 TO WS-LINE-QTY
           MOVE WS-OPEN-ACTIVE TO WS-LINE-ACTIVE
           MOVE WS-OPEN-INACTIVE TO WS-LINE-INACTIVE
           MOVE WS-OPEN-TOTAL TO WS-LINE-TOTAL
           PERFORM PROC-PRINT-BALANCE-LINE

           MOVE "-----------------------------------------------------"
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE
           MOVE "MOVIMENTO DO MES POR CANAL" TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           PERFORM VARYING WS-CHAN-IDX FROM 1 BY 1
                   UNTIL WS-CHAN-IDX > 12
               MOVE WS-CHAN-NAME (WS-CHAN-IDX) TO WS-LINE-LABEL
               MOVE WS-CHAN-QTY (WS-CHAN-IDX) TO WS-LINE-QTY
               MOVE WS-CHAN-ACTIVE (WS-CHAN-IDX) TO WS-LINE-ACTIVE
               MOVE WS-CHAN-INACTIVE (WS-CHAN-IDX) TO WS-LINE-INACTIVE
               COMPUTE WS-LINE-TOTAL =
                   WS-LINE-ACTIVE + WS-LINE-INACTIVE
               PERFORM PROC-PRINT-CHANNEL-LINE
           END-PERFORM

           MOVE "-----------------------------------------------------"
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE
           MOVE "SALDO ESPERADO NO FIM......" TO WS-LINE-LABEL
           MOVE WS-EXP-ACTIVE TO WS-LINE-ACTIVE
           MOVE WS-EXP-INACTIVE TO WS-LINE-INACTIVE
           MOVE WS-EXP-TOTAL TO WS-LINE-TOTAL
           PERFORM PROC-PRINT-BALANCE-LINE

           MOVE "====================================================="
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE SPACES TO BAL-REPORT-LINE
           STRING "CONTAGEM DO MASTFILE EM " DELIMITED BY SIZE
                  WS-RUN-DATE (1:14) DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE
           MOVE "CONTAGEM DO MASTFILE......." TO WS-LINE-LABEL
           MOVE WS-CNT-ACTIVE TO WS-LINE-ACTIVE
           MOVE WS-CNT-INACTIVE TO WS-LINE-INACTIVE
           MOVE WS-CNT-TOTAL TO WS-LINE-TOTAL
           PERFORM PROC-PRINT-BALANCE-LINE

           MOVE "MOVIMENTO POSTERIOR AO MES (DESCONTADO DA CONTAGEM)"
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           PERFORM VARYING WS-CHAN-IDX FROM 1 BY 1
                   UNTIL WS-CHAN-IDX > 12
               IF WS-CHAN-POST-QTY (WS-CHAN-IDX) > 0
                   MOVE WS-CHAN-NAME (WS-CHAN-IDX) TO WS-LINE-LABEL
                   MOVE WS-CHAN-POST-QTY (WS-CHAN-IDX) TO WS-LINE-QTY
                   MOVE WS-CHAN-POST-ACTIVE (WS-CHAN-IDX)
                       TO WS-LINE-ACTIVE
                   MOVE WS-CHAN-POST-INACT (WS-CHAN-IDX)
                       TO WS-LINE-INACTIVE
                   COMPUTE WS-LINE-TOTAL =
                       WS-LINE-ACTIVE + WS-LINE-INACTIVE
                   PERFORM PROC-PRINT-CHANNEL-LINE
               END-IF
           END-PERFORM

           MOVE "-----------------------------------------------------"
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE
           MOVE "SALDO REAL NO FIM DO MES..." TO WS-LINE-LABEL
           MOVE WS-END-ACTIVE TO WS-LINE-ACTIVE
           MOVE WS-END-INACTIVE TO WS-LINE-INACTIVE
           MOVE WS-END-TOTAL TO WS-LINE-TOTAL
           PERFORM PROC-PRINT-BALANCE-LINE

           MOVE "DIFERENCA (REAL-ESPERADO).." TO WS-LINE-LABEL
           MOVE WS-DIFF-ACTIVE TO WS-LINE-ACTIVE
           MOVE WS-DIFF-INACTIVE TO WS-LINE-INACTIVE
           MOVE WS-DIFF-TOTAL TO WS-LINE-TOTAL
           PERFORM PROC-PRINT-BALANCE-LINE

           IF WS-IS-DIVERGENT
               MOVE "RESULTADO..........: DIVERGENTE - VER CANAIS"
                   TO BAL-REPORT-LINE
           ELSE
               MOVE "RESULTADO..........: BATIDO (ESPERADO = REAL)"
                   TO BAL-REPORT-LINE
           END-IF
           WRITE BAL-REPORT-LINE

           MOVE "====================================================="
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE
           MOVE "CONFERENCIA POR CANAL (SEGUNDA FONTE)"
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           IF WS-TIE-OK
               MOVE "BATIDO" TO WS-CHECK-RESULT
           ELSE
               MOVE "DIVERGENTE" TO WS-CHECK-RESULT
           END-IF
           MOVE WS-DIFF TO WS-DIFF-DISPLAY
           MOVE SPACES TO BAL-REPORT-LINE
           STRING "JANELA + LOTE......: TRILHA " DELIMITED BY SIZE
                  WS-TOTAL-TRAIL-ACCEPTED DELIMITED BY SIZE
                  " ESTORNADOS " DELIMITED BY SIZE
                  WS-TOTAL-TRAIL-BACKOUT DELIMITED BY SIZE
                  " RUNHIST+BLKHIST " DELIMITED BY SIZE
                  WS-HIST-SUM DELIMITED BY SIZE
                  " DIFERENCA " DELIMITED BY SIZE
                  WS-DIFF-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHECK-RESULT DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE SPACES TO BAL-REPORT-LINE
           STRING "STATUS RASTREADO...: " DELIMITED BY SIZE
                  WS-TOTAL-TRACED DELIMITED BY SIZE
                  " SAIDAS/RESTAURACOES (" DELIMITED BY SIZE
                  WS-TOTAL-NO-HISTORY DELIMITED BY SIZE
                  " SEM INATIVACAO/REATIVACAO: ATIVO)"
                      DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE "====================================================="
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE SPACES TO BAL-REPORT-LINE
           STRING "EXECUCOES RUNHIST..: " DELIMITED BY SIZE
                  WS-HIST-RUNS DELIMITED BY SIZE
                  " BLKHIST " DELIMITED BY SIZE
                  WS-BLK-RUNS DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE SPACES TO BAL-REPORT-LINE
           STRING "LINHAS AUDHIST.....: " DELIMITED BY SIZE
                  WS-TOTAL-AUDH-LINES DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE SPACES TO BAL-REPORT-LINE
           STRING "LINHAS AUDTFILE....: " DELIMITED BY SIZE
                  WS-TOTAL-AUDIT-LINES DELIMITED BY SIZE
                  " (JA NO AUDHIST " DELIMITED BY SIZE
                  WS-TOTAL-ROLLED DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE

           MOVE "====================================================="
               TO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE.

       PROC-PRINT-BALANCE-LINE.

           MOVE WS-LINE-ACTIVE TO WS-ACTIVE-DISPLAY
           MOVE WS-LINE-INACTIVE TO WS-INACTIVE-DISPLAY
           MOVE WS-LINE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO BAL-REPORT-LINE
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                  ":           " DELIMITED BY SIZE
                  WS-ACTIVE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INACTIVE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE.

       PROC-PRINT-CHANNEL-LINE.

           MOVE WS-LINE-QTY TO WS-QTY-DISPLAY
           MOVE WS-LINE-ACTIVE TO WS-ACTIVE-DISPLAY
           MOVE WS-LINE-INACTIVE TO WS-INACTIVE-DISPLAY
           MOVE WS-LINE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO BAL-REPORT-LINE
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-QTY-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACTIVE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INACTIVE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO BAL-REPORT-LINE
           WRITE BAL-REPORT-LINE.

      * O saldo real do fim do mes vira a abertura do mes seguinte.
       PROC-STORE-CLOSING.

           OPEN EXTEND BALFWD-FILE
           IF WS-BALFWD-STATUS NOT = '00'
                   AND WS-BALFWD-STATUS NOT = '05'
               DISPLAY "PROG0059: falha ao gravar BALFWD - STATUS "
                   WS-BALFWD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-BAL-MONTH TO BALFWD-MONTH
           MOVE WS-END-ACTIVE TO BALFWD-ACTIVE
           MOVE WS-END-INACTIVE TO BALFWD-INACTIVE
           MOVE WS-END-TOTAL TO BALFWD-TOTAL
           EVALUATE TRUE
               WHEN NOT WS-HAS-OPENING
                   SET BALFWD-NO-OPENING TO TRUE
               WHEN WS-IS-DIVERGENT
                   SET BALFWD-DIVERGENT TO TRUE
               WHEN OTHER
                   SET BALFWD-BALANCED TO TRUE
           END-EVALUATE
           MOVE WS-RUN-DATE (1:14) TO BALFWD-RUN-TS
           WRITE BALFWD-RECORD

           CLOSE BALFWD-FILE.

       PROC-END-PROG.

           EVALUATE TRUE
               WHEN WS-IS-DIVERGENT
                   DISPLAY "PROG0059: *** SALDO DO MES " WS-BAL-MONTH
                       " NAO BATE COM O MASTFILE ***" UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-HAS-OPENING
                   MOVE 4 TO RETURN-CODE
               WHEN NOT WS-TIE-OK
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
