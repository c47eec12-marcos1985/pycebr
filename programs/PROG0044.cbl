       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0044.

      * Carga inicial (baseline) de um assinante novo do feed: quem
      * entra no perfil (SUBSFILE) so passa a receber as inclusoes e
      * os eventos dali em diante e nunca recebe o estoque. Este
      * utilitario extrai, uma unica vez, todo registro ATIVO do
      * MASTFILE com as afiliacoes vigentes do CTRYXREF que passa no
      * filtro de paises DAQUELE assinante, pelo PROG0003 no formato
      * do cartao dele, com o header marcado como carga inicial e o
      * trailer com a contagem extraida. O PROG0003 grava o FEEDSUM
      * do assinante e aqui se registra a entrada do envio no
      * ACKREG ('S'), para o aceite da carga ser conferido pelo
      * PROG0016 como o de qualquer feed (resolvido pela data que o
      * aceite declara).
      * As afiliacoes vem do CTRYXREF descarregado e ordenado por ID
      * na JCL (XREFSRT), casado com o mestre lido na ordem do
      * MASTER-ID - sem a varredura do CTRYXREF por registro que o
      * PROG0033 faz para um dia so.
      * Registro com ocorrencia da lista de restricao pendente ou
      * confirmada na fila de triagem (SCRNREG) fica fora da carga,
      * como fica fora do feed diario.
      * PARM: ASSINANTE=xxxxxxxx (obrigatorio), DATA=AAAAMMDD (data
      * da carga; default o dia util anterior, pelo PROG0043) e
      * FORCA=S (substitui uma entrada ainda sem aceite no ACKREG
      * para a mesma data e assinante - reenvio da carga), separados
      * por virgula.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               ALTERNATE RECORD KEY IS MASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL XREF-SORTED-FILE ASSIGN TO "XREFSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREFSRT-STATUS.

           SELECT SUBS-FILE ASSIGN TO "SUBSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.

           SELECT OPTIONAL ACK-REG-FILE ASSIGN TO "ACKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACKREG-KEY
               FILE STATUS IS WS-ACKREG-STATUS.

           SELECT OPTIONAL SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT BASE-REPORT ASSIGN TO "BASERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

      * Copia sequencial do CTRYXREF (layout CTRYX-REC) ordenada
      * por ID + pais.
       FD  XREF-SORTED-FILE.
       COPY 'books/CTRYX-REC.cpy'.

      * Mesmo cartao do perfil lido pelo PROG0003.
       FD  SUBS-FILE.
       01 SUBS-RECORD.
           05 SUBS-ID                 PIC X(08).
           05 FILLER                  PIC X(01).
           05 SUBS-DD-NAME            PIC X(08).
           05 FILLER                  PIC X(01).
           05 SUBS-FILTER             PIC X(40).
           05 FILLER                  PIC X(01).
           05 SUBS-FORMAT             PIC X(01).

       FD  ACK-REG-FILE.
       COPY 'books/ACKREG-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  BASE-REPORT.
       01 BASE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MASTER-STATUS PIC XX.
       01 WS-XREFSRT-STATUS PIC XX.
       01 WS-SUBS-STATUS PIC XX.
       01 WS-ACKREG-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
       01 WS-XREF-EOF PIC X VALUE 'N'.
           88 END-OF-XREF VALUE 'Y'.
       01 WS-SUBS-EOF PIC X VALUE 'N'.
           88 END-OF-SUBS VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-BASE-DATE PIC X(08) VALUE SPACES.
       01 WS-SUBSCRIBER PIC X(08) VALUE SPACES.
       01 WS-PARM-FIELDS.
           05 WS-PARM-FIELD OCCURS 3 TIMES PIC X(20).
       01 WS-PARM-FIELD-IDX PIC 9(04) VALUE 0.
       01 WS-OVERRIDE-SWITCH PIC X VALUE 'N'.
           88 WS-IS-OVERRIDE VALUE 'Y'.
       01 WS-ACK-ENTRY-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-ACK-ENTRY VALUE 'Y'.

      * Cartao do assinante pedido e seu filtro de paises.
       01 WS-SUB-FOUND PIC X VALUE 'N'.
           88 WS-IS-SUB-FOUND VALUE 'Y'.
       01 WS-SUB-DD-NAME PIC X(08) VALUE SPACES.
       01 WS-SUB-FILTER PIC X(40) VALUE SPACES.
       01 WS-SUB-FORMAT PIC X(01) VALUE SPACE.
       01 WS-SUB-ALL-FLAG PIC X VALUE 'N'.
           88 WS-SUB-IS-ALL VALUE 'S'.
       01 WS-SUB-CTRY-COUNT PIC 9(02) VALUE 0.
       01 WS-SUB-CTRIES.
           05 WS-SUB-CTRY OCCURS 10 TIMES PIC X(02).
       01 WS-SUB-CTRY-IDX PIC 9(02) VALUE 0.
       01 WS-FILTER-FIELDS.
           05 WS-FILTER-FIELD OCCURS 10 TIMES PIC X(03).
       01 WS-MATCH-SWITCH PIC X VALUE 'N'.
           88 WS-IS-MATCH VALUE 'Y'.
       01 WS-COUNTRY-IDX PIC 9(02) VALUE 0.
       01 WS-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-IS-HELD VALUE 'Y'.

       01 WS-TOTALS.
           05 WS-TOTAL-SCANNED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-INACTIVE       PIC 9(07) VALUE 0.
           05 WS-TOTAL-FILTERED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-HELD           PIC 9(07) VALUE 0.
           05 WS-TOTAL-EXTRACTED      PIC 9(07) VALUE 0.
           05 WS-TOTAL-XREF-READ      PIC 9(07) VALUE 0.

       COPY 'books/PROG0003.cpy'.

       COPY 'books/PROG0043.cpy'.

       LINKAGE SECTION.

       01 PROG0044-PARM PIC X(40).

       PROCEDURE DIVISION USING PROG0044-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-PARSE-PARM
           PERFORM PROC-LOAD-SUBSCRIBER
           PERFORM PROC-OPEN-FILES
           PERFORM PROC-CHECK-ACK-REG

           MOVE 'N' TO WS-XREF-EOF
           PERFORM PROC-READ-XREF

      * Mestre na ordem do MASTER-ID (chave alternada), para casar
      * com a copia ordenada do CTRYXREF.
           MOVE 0 TO MASTER-ID
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-ID
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START

           PERFORM UNTIL END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-SCANNED
                       PERFORM PROC-EXTRACT-RECORD
               END-READ
           END-PERFORM

      * Envelope fechado mesmo sem nenhum extraido (carga vazia com
      * header e trailer): o aceite de zero tambem se confere.
           PERFORM PROC-SET-FEED-BOOK
           MOVE 'T' TO PROG0003-FUNCTION
           MOVE WS-TOTAL-EXTRACTED TO PROG0003-FEED-COUNT
           CALL 'PROG0003' USING PROG0003-BOOK

           PERFORM PROC-REGISTER-ACK

           PERFORM PROC-PRINT-TOTALS

           CLOSE MASTER-FILE
           CLOSE XREF-SORTED-FILE
           CLOSE ACK-REG-FILE
           CLOSE SCRN-REG-FILE
           CLOSE BASE-REPORT

           DISPLAY "PROG0044: CARGA INICIAL DE " WS-SUBSCRIBER
               " EM " WS-BASE-DATE " COM " WS-TOTAL-EXTRACTED
               " OBJETOS DE " WS-TOTAL-SCANNED " REGISTROS DO MESTRE"

           PERFORM PROC-END-PROG.

       PROC-PARSE-PARM.

           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING PROG0044-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD (1) WS-PARM-FIELD (2)
                    WS-PARM-FIELD (3)
           END-UNSTRING

           PERFORM VARYING WS-PARM-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-PARM-FIELD-IDX > 3
               EVALUATE TRUE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:10)
                           = 'ASSINANTE='
                       MOVE WS-PARM-FIELD (WS-PARM-FIELD-IDX) (11:8)
                           TO WS-SUBSCRIBER
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:5)
                           = 'DATA='
                       MOVE WS-PARM-FIELD (WS-PARM-FIELD-IDX) (6:8)
                           TO WS-BASE-DATE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:7)
                           = 'FORCA=S'
                       SET WS-IS-OVERRIDE TO TRUE
               END-EVALUATE
           END-PERFORM

           IF WS-SUBSCRIBER = SPACES
               DISPLAY "PROG0044: informe ASSINANTE=xxxxxxxx no PARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Sem DATA= a carga leva a data do ultimo movimento ja
      * processado (dia util anterior): o primeiro feed diario do
      * assinante novo e o do movimento seguinte.
           IF WS-BASE-DATE = SPACES
               INITIALIZE PROG0043-BOOK
               SET PROG0043-PREV-BUSINESS TO TRUE
               MOVE WS-RUN-DATE (1:8) TO PROG0043-DATE-FROM
               CALL 'PROG0043' USING PROG0043-BOOK
               MOVE PROG0043-RESULT-DATE TO WS-BASE-DATE
           END-IF

           IF WS-BASE-DATE IS NOT NUMERIC
               DISPLAY "PROG0044: DATA= invalida no PARM: "
                   WS-BASE-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * O filtro e aplicado aqui (e nao so no PROG0003) para a
      * contagem do envio registrada no ACKREG ser exatamente a do
      * trailer.
       PROC-LOAD-SUBSCRIBER.

           OPEN INPUT SUBS-FILE
           IF WS-SUBS-STATUS NOT = '00'
               DISPLAY "PROG0044: falha ao abrir SUBSFILE - STATUS "
                   WS-SUBS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-SUBS OR WS-IS-SUB-FOUND
               READ SUBS-FILE
                   AT END
                       SET END-OF-SUBS TO TRUE
                   NOT AT END
                       IF SUBS-ID (1:1) NOT = '*'
                               AND SUBS-ID = WS-SUBSCRIBER
                           SET WS-IS-SUB-FOUND TO TRUE
                           MOVE SUBS-DD-NAME TO WS-SUB-DD-NAME
                           MOVE SUBS-FILTER TO WS-SUB-FILTER
                           MOVE SUBS-FORMAT TO WS-SUB-FORMAT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBS-FILE

           IF NOT WS-IS-SUB-FOUND
               DISPLAY "PROG0044: assinante " WS-SUBSCRIBER
                   " nao consta do perfil (SUBSFILE)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SUB-FILTER (1:3) = 'ALL'
               SET WS-SUB-IS-ALL TO TRUE
           ELSE
               MOVE SPACES TO WS-FILTER-FIELDS
               UNSTRING WS-SUB-FILTER DELIMITED BY ','
                   INTO WS-FILTER-FIELD (1)  WS-FILTER-FIELD (2)
                        WS-FILTER-FIELD (3)  WS-FILTER-FIELD (4)
                        WS-FILTER-FIELD (5)  WS-FILTER-FIELD (6)
                        WS-FILTER-FIELD (7)  WS-FILTER-FIELD (8)
                        WS-FILTER-FIELD (9)  WS-FILTER-FIELD (10)
               END-UNSTRING
               PERFORM VARYING WS-SUB-CTRY-IDX FROM 1 BY 1
                       UNTIL WS-SUB-CTRY-IDX > 10
                   IF WS-FILTER-FIELD (WS-SUB-CTRY-IDX) NOT = SPACES
                       ADD 1 TO WS-SUB-CTRY-COUNT
                       MOVE WS-FILTER-FIELD (WS-SUB-CTRY-IDX) (1:2)
                           TO WS-SUB-CTRY (WS-SUB-CTRY-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       PROC-OPEN-FILES.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0044: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT XREF-SORTED-FILE
           IF WS-XREFSRT-STATUS NOT = '00'
                   AND WS-XREFSRT-STATUS NOT = '05'
               DISPLAY "PROG0044: falha ao abrir XREFSRT - STATUS "
                   WS-XREFSRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACK-REG-FILE
           IF WS-ACKREG-STATUS NOT = '00'
                   AND WS-ACKREG-STATUS NOT = '05'
               DISPLAY "PROG0044: falha ao abrir ACKREG - STATUS "
                   WS-ACKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0044: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BASE-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0044: falha ao abrir BASERPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE "CARGA INICIAL DE ASSINANTE DO FEED - PROG0044"
               TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE
           MOVE "====================================================="
               TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE.

      * Uma entrada do assinante na mesma data e recusada: ja
      * aceita nunca e sobreposta; ainda em aberto (carga perdida
      * pelo consumidor) so com FORCA=S. Evita somar a carga ao
      * feed diario da mesma data no aceite.
       PROC-CHECK-ACK-REG.

           MOVE WS-BASE-DATE TO ACKREG-DATE
           MOVE WS-SUBSCRIBER TO ACKREG-SUBSCRIBER
           READ ACK-REG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACK-ENTRY-SWITCH
               NOT INVALID KEY
                   SET WS-HAS-ACK-ENTRY TO TRUE
           END-READ

           IF WS-HAS-ACK-ENTRY
               IF ACKREG-ACKED
                   DISPLAY "PROG0044: ACKREG ja tem envio ACEITO de "
                       WS-SUBSCRIBER " em " WS-BASE-DATE
                       " - escolha outra DATA="
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT WS-IS-OVERRIDE
                   DISPLAY "PROG0044: ACKREG ja tem envio de "
                       WS-SUBSCRIBER " em " WS-BASE-DATE
                       " (situacao " ACKREG-STATUS
                       ") - use FORCA=S para reenviar a carga"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       PROC-EXTRACT-RECORD.

           PERFORM PROC-SET-FEED-BOOK
           MOVE MASTER-ID   TO PROG0003-ID
           MOVE MASTER-NAME TO PROG0003-NAME

           PERFORM PROC-GATHER-COUNTRIES

           IF NOT MASTER-STATUS-ACCEPTED
               ADD 1 TO WS-TOTAL-INACTIVE
           ELSE
               PERFORM PROC-CHECK-SCREENING
               IF WS-IS-HELD
                   ADD 1 TO WS-TOTAL-HELD
               ELSE
                   PERFORM PROC-MATCH-FILTER
                   IF WS-IS-MATCH
                       CALL 'PROG0003' USING PROG0003-BOOK
                       ADD 1 TO WS-TOTAL-EXTRACTED
                   ELSE
                       ADD 1 TO WS-TOTAL-FILTERED
                   END-IF
               END-IF
           END-IF.

      * Liberada pela compliance volta a sair; pendente ou
      * confirmada, nao.
       PROC-CHECK-SCREENING.

           MOVE 'N' TO WS-HELD-SWITCH
           MOVE MASTER-ID TO SCRN-ID
           READ SCRN-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SCRN-CLEARED
                       SET WS-IS-HELD TO TRUE
                   END-IF
           END-READ.

      * Casamento com a copia ordenada: descarta afiliacoes de IDs
      * menores (sem mestre) e junta as do ID corrente.
       PROC-GATHER-COUNTRIES.

           MOVE 0 TO PROG0003-COUNTRY-COUNT

           PERFORM UNTIL END-OF-XREF OR CTRYX-ID >= MASTER-ID
               PERFORM PROC-READ-XREF
           END-PERFORM

           PERFORM UNTIL END-OF-XREF OR CTRYX-ID NOT = MASTER-ID
               IF PROG0003-COUNTRY-COUNT < 20
                   ADD 1 TO PROG0003-COUNTRY-COUNT
                   MOVE CTRYX-COUNTRY TO PROG0003-COUNTRY-CODE
                       (PROG0003-COUNTRY-COUNT)
               END-IF
               PERFORM PROC-READ-XREF
           END-PERFORM.

       PROC-READ-XREF.

           READ XREF-SORTED-FILE
               AT END
                   SET END-OF-XREF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-XREF-READ
           END-READ.

      * Mesma regra do PROG0003: ALL, ou alguma afiliacao na lista.
       PROC-MATCH-FILTER.

           MOVE 'N' TO WS-MATCH-SWITCH

           IF WS-SUB-IS-ALL
               SET WS-IS-MATCH TO TRUE
           ELSE
               PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                       UNTIL WS-COUNTRY-IDX > PROG0003-COUNTRY-COUNT
                           OR WS-IS-MATCH
                   PERFORM VARYING WS-SUB-CTRY-IDX FROM 1 BY 1
                           UNTIL WS-SUB-CTRY-IDX > WS-SUB-CTRY-COUNT
                               OR WS-IS-MATCH
                       IF PROG0003-COUNTRY-CODE (WS-COUNTRY-IDX) =
                               WS-SUB-CTRY (WS-SUB-CTRY-IDX)
                           SET WS-IS-MATCH TO TRUE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PROC-SET-FEED-BOOK.

           INITIALIZE PROG0003-BOOK
           SET PROG0003-IS-BASELINE TO TRUE
           SET PROG0003-NEW-SEGMENT TO TRUE
           MOVE WS-SUBSCRIBER TO PROG0003-ONLY-SUBSCRIBER
           MOVE WS-BASE-DATE TO PROG0003-FEED-DATE
           MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN.

      * Entrada do envio no registro de aceites, com a contagem do
      * trailer: o PROG0016 resolve o aceite da carga pela data que
      * o consumidor declarar, como faz com um aceite atrasado.
       PROC-REGISTER-ACK.

           MOVE WS-BASE-DATE TO ACKREG-DATE
           MOVE WS-SUBSCRIBER TO ACKREG-SUBSCRIBER
           MOVE 'S' TO ACKREG-STATUS
           MOVE WS-TOTAL-EXTRACTED TO ACKREG-SENT-COUNT
           MOVE 0 TO ACKREG-ACK-COUNT
           MOVE WS-RUN-DATE (1:14) TO ACKREG-SENT-TS
           MOVE SPACES TO ACKREG-ACK-TS

           IF WS-HAS-ACK-ENTRY
               REWRITE ACKREG-RECORD
                   INVALID KEY
                       DISPLAY "PROG0044: falha ao regravar ACKREG "
                           "- STATUS " WS-ACKREG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE ACKREG-RECORD
                   INVALID KEY
                       DISPLAY "PROG0044: falha ao gravar ACKREG "
                           "- STATUS " WS-ACKREG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.

       PROC-PRINT-TOTALS.

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "ASSINANTE............: " DELIMITED BY SIZE
                  WS-SUBSCRIBER DELIMITED BY SIZE
                  "  DD " DELIMITED BY SIZE
                  WS-SUB-DD-NAME DELIMITED BY SIZE
                  "  FORMATO " DELIMITED BY SIZE
                  WS-SUB-FORMAT DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "FILTRO DE PAISES.....: " DELIMITED BY SIZE
                  WS-SUB-FILTER DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "DATA DA CARGA........: " DELIMITED BY SIZE
                  WS-BASE-DATE DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE "====================================================="
               TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "REGISTROS DO MESTRE..: " DELIMITED BY SIZE
                  WS-TOTAL-SCANNED DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "INATIVOS (FORA)......: " DELIMITED BY SIZE
                  WS-TOTAL-INACTIVE DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "RETIDOS NA TRIAGEM...: " DELIMITED BY SIZE
                  WS-TOTAL-HELD DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "FORA DO FILTRO.......: " DELIMITED BY SIZE
                  WS-TOTAL-FILTERED DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "OBJETOS EXTRAIDOS....: " DELIMITED BY SIZE
                  WS-TOTAL-EXTRACTED DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "AFILIACOES LIDAS.....: " DELIMITED BY SIZE
                  WS-TOTAL-XREF-READ DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

      * Prova da carga: todo registro do mestre foi extraido ou
      * explicado (inativo ou fora do filtro).
           MOVE SPACES TO BASE-REPORT-LINE
           IF WS-TOTAL-SCANNED = WS-TOTAL-INACTIVE + WS-TOTAL-FILTERED
                   + WS-TOTAL-EXTRACTED
               STRING "SITUACAO.............: BATIDO"
                          DELIMITED BY SIZE
                      INTO BASE-REPORT-LINE
           ELSE
               STRING "SITUACAO.............: DIVERGENTE - VER TOTAIS"
                          DELIMITED BY SIZE
                      INTO BASE-REPORT-LINE
           END-IF
           WRITE BASE-REPORT-LINE

           MOVE SPACES TO BASE-REPORT-LINE
           STRING "ACKREG...............: ENVIO REGISTRADO (S) COM "
                      DELIMITED BY SIZE
                  WS-TOTAL-EXTRACTED DELIMITED BY SIZE
                  " OBJETOS" DELIMITED BY SIZE
                  INTO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE

           MOVE "====================================================="
               TO BASE-REPORT-LINE
           WRITE BASE-REPORT-LINE.

       PROC-END-PROG.

           MOVE 0 TO RETURN-CODE
           STOP RUN.
