      * PARM: DATA=AAAAMMDD (data do movimento consolidada) e
      * FORCA=S (override do registro de datas), separados por
      * virgula.
      * O feed parcial pode estar em qualquer formato do PROG0003
      * (JSON, delimitado ou largura fixa - o do assinante cujos
      * parciais se consolidam): o formato e reconhecido pelo header
      * da primeira particao e o trailer unico sai no mesmo formato.
      * Retorno as origens: os RTNFILE das particoes (RTNPT1-4) sao
      * remontados num RTNFILE unico, um bloco HDR/DET/TRL por
      * envelope ORIGINAL do NAMEIN (mesma espinha RUNSPT0 da quebra
      * por origem), inclusive o header 'F' dos envelopes recusados
      * pelo particionador - o mesmo arquivo que o driver de fluxo
      * unico grava para a JCL repartir por origem. Sem RTNPTn
      * alocado (reexecucao por destino) o retorno nao e remontado.
      * Fecha a janela: libera a reserva do mestre (RUNLOCK) tomada
      * pelo PROG0031 - mesmo cartao JOB= no LOCKPARM. Reexecucao
      * por destino acha a reserva ja liberada e segue normalmente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT OPTIONAL RETURN-PART-1 ASSIGN TO "RTNPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP1-STATUS.

           SELECT OPTIONAL RETURN-PART-2 ASSIGN TO "RTNPT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP2-STATUS.

           SELECT OPTIONAL RETURN-PART-3 ASSIGN TO "RTNPT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP3-STATUS.

           SELECT OPTIONAL RETURN-PART-4 ASSIGN TO "RTNPT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP4-STATUS.

           SELECT RETURN-FILE ASSIGN TO "RTNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNFILE-STATUS.

           SELECT OPTIONAL RUN-REG-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01 JSON-OUTPUT-RECORD PIC X(255).

       FD  RUNSUM-SPLIT-FILE.
       01 RUNSUM-SPLIT-RECORD PIC X(44).

       FD  RUNSUM-PART-1.
       COPY 'books/RUNSUM-REC.cpy'.

       FD  RUNSUM-PART-2.
       01 RUNSUM-PART-2-RECORD PIC X(44).

       FD  RUNSUM-PART-3.
       01 RUNSUM-PART-3-RECORD PIC X(44).

       FD  RUNSUM-PART-4.
       01 RUNSUM-PART-4-RECORD PIC X(44).

       FD  RUNSUM-FILE.
       01 RUNSUM-OUT-RECORD.
           05 RUNSUM-OUT-SOURCE       PIC X(08).
           05 RUNSUM-OUT-STATUS       PIC X(01).
           05 RUNSUM-OUT-WARNED       PIC 9(07).
           05 RUNSUM-OUT-HELD         PIC 9(07).

       FD  RETURN-PART-1.
       01 RETURN-PART-1-RECORD PIC X(173).

       FD  RETURN-PART-2.
       01 RETURN-PART-2-RECORD PIC X(173).

       FD  RETURN-PART-3.
       01 RETURN-PART-3-RECORD PIC X(173).

       FD  RETURN-PART-4.
       01 RETURN-PART-4-RECORD PIC X(173).

       FD  RETURN-FILE.
       01 RETURN-RECORD PIC X(173).

       FD  RUN-REG-FILE.
       COPY 'books/RUNREG-REC.cpy'.
       01 WS-RSP4-STATUS PIC XX.
       01 WS-RUNSUM-STATUS PIC XX.
       01 WS-RUNREG-STATUS PIC XX.
       01 WS-RTP1-STATUS PIC XX.
       01 WS-RTP2-STATUS PIC XX.
       01 WS-RTP3-STATUS PIC XX.
       01 WS-RTP4-STATUS PIC XX.
       01 WS-RTNFILE-STATUS PIC XX.

       01 WS-PART-EOF PIC X VALUE 'N'.
           88 END-OF-PART VALUE 'Y'.
       01 WS-JSON-LINE PIC X(255) VALUE SPACES.
       01 WS-HEADER-DONE PIC X VALUE 'N'.
           88 WS-IS-HEADER-DONE VALUE 'Y'.
       01 WS-COLUMNS-DONE PIC X VALUE 'N'.
           88 WS-IS-COLUMNS-DONE VALUE 'Y'.
       01 WS-FEED-FORMAT PIC X VALUE 'J'.
           88 WS-FEED-IS-JSON VALUE 'J'.
           88 WS-FEED-IS-DELIMITED VALUE 'D'.
           88 WS-FEED-IS-FIXED VALUE 'F'.
       01 WS-FIXED-TRAILER.
           05 WS-FIXED-TRL-TAG PIC X(03) VALUE 'TRL'.
           05 WS-FIXED-TRL-COUNT PIC 9(07) VALUE 0.
       01 WS-FEED-TOTAL PIC 9(07) VALUE 0.
       01 WS-LINE-DIGITS PIC 9(07) VALUE 0.
       01 WS-CHAR-IDX PIC 9(04) VALUE 0.
           05 WS-SUM-ACCEPTED         PIC 9(07) VALUE 0.
           05 WS-SUM-REJECTED         PIC 9(07) VALUE 0.
           05 WS-SUM-WARNED           PIC 9(07) VALUE 0.
           05 WS-SUM-HELD             PIC 9(07) VALUE 0.

      * Quebras por origem de todas as particoes, regravadas apos o
      * registro de totais somados (caminho usado SO quando o
       01 WS-SOURCE-TABLE.
           05 WS-SRC-COUNT PIC 9(02) VALUE 0.
           05 WS-SRC-ENTRY OCCURS 40 TIMES.
               10 WS-SRC-RECORD PIC X(44).
       01 WS-SRC-IDX PIC 9(02) VALUE 0.
       01 WS-RUNSUM-REC-NO PIC 9(02) VALUE 0.

       01 WS-ENVT-IDX PIC 9(02) VALUE 0.
       01 WS-ENVT-CUR PIC 9(02) VALUE 0.

      * Leitura encadeada dos retornos parciais: as particoes sao
      * lidas em sequencia como um arquivo so (WS-RTN-LINE e a linha
      * corrente), na ordem original dos envelopes.
       01 WS-RTN-LINE PIC X(173) VALUE SPACES.
       01 WS-RTN-PART-IDX PIC 9(01) VALUE 0.
       01 WS-RTN-EOF PIC X VALUE 'N'.
           88 END-OF-RTN-PARTS VALUE 'Y'.
       01 WS-RTN-OPEN PIC X VALUE 'N'.
           88 WS-IS-RTN-PART-OPEN VALUE 'Y'.
       01 WS-RTN-ANY PIC X VALUE 'N'.
           88 WS-IS-RTN-ANY-PART VALUE 'Y'.
       01 WS-RTN-GOT-LINE PIC X VALUE 'N'.
           88 WS-IS-RTN-LINE VALUE 'Y'.
       01 WS-RTN-SLICE-READ PIC 9(07) VALUE 0.
       01 WS-RTN-LINES PIC 9(07) VALUE 0.
       01 WS-RTN-TOTAL PIC 9(07) VALUE 0.

       COPY 'books/RTNORG-REC.cpy'.

       COPY 'books/PROG0052.cpy'.

       LINKAGE SECTION.

       01 PROG0032-PARM PIC X(40).

           PERFORM PROC-MERGE-FEEDS
           PERFORM PROC-MERGE-RUNSUMS
           PERFORM PROC-MERGE-RETURNS

      * Mesmo criterio de desfecho do driver: rejeicoes ou envelope
      * recusado em qualquer particao = 4.
               " ACEITOS=" WS-SUM-ACCEPTED
               " REJEITADOS=" WS-SUM-REJECTED

           PERFORM PROC-RELEASE-LOCK

           MOVE WS-FINAL-OUTCOME TO RETURN-CODE
           STOP RUN.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0032' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-CHECK-RUN-REGISTER.

           OPEN I-O RUN-REG-FILE

           MOVE WS-FEED-TOTAL TO WS-JSON-COUNT
           MOVE SPACES TO JSON-OUTPUT-RECORD
           EVALUATE TRUE
               WHEN WS-FEED-IS-DELIMITED
                   STRING 'TRL;' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JSON-COUNT)
                              DELIMITED BY SIZE
                          INTO JSON-OUTPUT-RECORD
               WHEN WS-FEED-IS-FIXED
                   MOVE WS-FEED-TOTAL TO WS-FIXED-TRL-COUNT
                   MOVE WS-FIXED-TRAILER TO JSON-OUTPUT-RECORD
               WHEN OTHER
                   STRING '{"fechamento": {"quantidade": '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JSON-COUNT)
                              DELIMITED BY SIZE
                          '}}' DELIMITED BY SIZE
                          INTO JSON-OUTPUT-RECORD
           END-EVALUATE
           WRITE JSON-OUTPUT-RECORD

           CLOSE JSON-OUTPUT.

       PROC-MERGE-JSON-LINE.

      * Header e linha de colunas do delimitado ('TIPO;') tambem
      * so da primeira particao.
           EVALUATE TRUE
               WHEN WS-JSON-LINE (1:12) = '{"abertura":'
               WHEN WS-JSON-LINE (1:3) = 'HDR'
                   IF NOT WS-IS-HEADER-DONE
                       EVALUATE TRUE
                           WHEN WS-JSON-LINE (1:4) = 'HDR;'
                               SET WS-FEED-IS-DELIMITED TO TRUE
                           WHEN WS-JSON-LINE (1:3) = 'HDR'
                               SET WS-FEED-IS-FIXED TO TRUE
                           WHEN OTHER
                               SET WS-FEED-IS-JSON TO TRUE
                       END-EVALUATE
                       MOVE WS-JSON-LINE TO JSON-OUTPUT-RECORD
                       WRITE JSON-OUTPUT-RECORD
                       SET WS-IS-HEADER-DONE TO TRUE
                   END-IF
               WHEN WS-JSON-LINE (1:5) = 'TIPO;'
                   IF NOT WS-IS-COLUMNS-DONE
                       MOVE WS-JSON-LINE TO JSON-OUTPUT-RECORD
                       WRITE JSON-OUTPUT-RECORD
                       SET WS-IS-COLUMNS-DONE TO TRUE
                   END-IF
               WHEN WS-JSON-LINE (1:14) = '{"fechamento":'
               WHEN WS-JSON-LINE (1:3) = 'TRL'
      * Os unicos digitos da linha de fechamento sao a quantidade.
                   MOVE 0 TO WS-LINE-DIGITS
                   PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
           MOVE '*TOTAL*'       TO RUNSUM-OUT-SOURCE
           MOVE 'V'             TO RUNSUM-OUT-STATUS
           MOVE WS-SUM-WARNED   TO RUNSUM-OUT-WARNED
           MOVE WS-SUM-HELD     TO RUNSUM-OUT-HELD
           WRITE RUNSUM-OUT-RECORD

           IF WS-ENVT-COUNT > 0
                   MOVE WS-ENVT-STATUS (WS-ENVT-IDX)
                       TO RUNSUM-OUT-STATUS
                   MOVE 0 TO RUNSUM-OUT-WARNED
                   MOVE 0 TO RUNSUM-OUT-HELD
                   WRITE RUNSUM-OUT-RECORD
                   IF WS-ENVT-STATUS (WS-ENVT-IDX) = 'F'
                       DISPLAY "PROG0032: origem "
                       ADD RUNSUM-TOTAL-ACCEPTED TO WS-SUM-ACCEPTED
                       ADD RUNSUM-TOTAL-REJECTED TO WS-SUM-REJECTED
                       ADD RUNSUM-TOTAL-WARNED   TO WS-SUM-WARNED
                       ADD RUNSUM-TOTAL-HELD     TO WS-SUM-HELD
                   ELSE
                       IF WS-ENVT-COUNT > 0
                           PERFORM PROC-ASSIGN-SRC-ROW
                   CLOSE RUNSUM-PART-4
           END-EVALUATE.

      * Retornos parciais -> RTNFILE unico. Cada particao traz um
      * bloco por fatia de envelope (header com os detalhes da
      * fatia); as fatias chegam na ordem original e sao somadas ao
      * envelope do RUNSPT0 ate completar os detalhes dele, como na
      * quebra por origem. Os detalhes saem com a posicao ORIGINAL
      * do envelope; header e trailer sao refeitos por envelope.
       PROC-MERGE-RETURNS.

           MOVE 0 TO WS-RTN-PART-IDX
           PERFORM PROC-READ-RETURN-PART

           IF WS-IS-RTN-ANY-PART
               OPEN OUTPUT RETURN-FILE
               IF WS-RTNFILE-STATUS NOT = '00'
                   DISPLAY "PROG0032: falha ao abrir RTNFILE - STATUS "
                       WS-RTNFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-ENVT-COUNT > 0
                   PERFORM VARYING WS-ENVT-IDX FROM 1 BY 1
                           UNTIL WS-ENVT-IDX > WS-ENVT-COUNT
                       PERFORM PROC-WRITE-RETURN-BLOCK
                   END-PERFORM
      * O que sobrar so pode ser envelope vazio de particao; um
      * detalhe sobrando e divergencia com o RUNSPT0.
                   MOVE 0 TO WS-RTN-LINES
                   PERFORM UNTIL END-OF-RTN-PARTS
                       IF WS-RTN-LINE (1:3) = 'DET'
                           ADD 1 TO WS-RTN-LINES
                       END-IF
                       PERFORM PROC-READ-RETURN-PART
                   END-PERFORM
                   IF WS-RTN-LINES > 0
                       DISPLAY "PROG0032: " WS-RTN-LINES
                           " detalhes de retorno sem envelope "
                           "correspondente no RUNSPT0"
                   END-IF
               ELSE
      * Sem o resumo do particionador os blocos passam como vieram.
                   PERFORM UNTIL END-OF-RTN-PARTS
                       MOVE WS-RTN-LINE TO RETURN-RECORD
                       WRITE RETURN-RECORD
                       IF WS-RTN-LINE (1:3) = 'DET'
                           ADD 1 TO WS-RTN-TOTAL
                       END-IF
                       PERFORM PROC-READ-RETURN-PART
                   END-PERFORM
               END-IF

               CLOSE RETURN-FILE

               DISPLAY "PROG0032: RETORNO AS ORIGENS COM "
                   WS-RTN-TOTAL " DETALHES REJEITADOS"
           END-IF.

       PROC-WRITE-RETURN-BLOCK.

           MOVE SPACES TO RTNORG-HEADER
           MOVE 'HDR'                        TO RTNORG-HDR-TAG
           MOVE WS-ENVT-SOURCE (WS-ENVT-IDX) TO RTNORG-HDR-SOURCE
           MOVE WS-BUSINESS-DATE             TO RTNORG-HDR-DATE
           MOVE WS-ENVT-IDX                  TO RTNORG-HDR-ENV-SEQ
           MOVE WS-ENVT-STATUS (WS-ENVT-IDX) TO RTNORG-HDR-STATUS
           MOVE WS-ENVT-EXPECTED (WS-ENVT-IDX)
               TO RTNORG-HDR-EXPECTED
           MOVE WS-ENVT-EXPECTED (WS-ENVT-IDX)
               TO RTNORG-HDR-DETAILS
           MOVE WS-RUN-DATE (1:14)           TO RTNORG-HDR-RUN-TS
           MOVE RTNORG-HEADER TO RETURN-RECORD
           WRITE RETURN-RECORD

           MOVE 0 TO WS-RTN-LINES
           MOVE 0 TO WS-RTN-SLICE-READ
           IF WS-ENVT-STATUS (WS-ENVT-IDX) = 'V'
               PERFORM UNTIL END-OF-RTN-PARTS
                       OR WS-RTN-SLICE-READ >=
                           WS-ENVT-EXPECTED (WS-ENVT-IDX)
                   PERFORM PROC-COPY-RETURN-SLICE
               END-PERFORM
           END-IF

           MOVE SPACES TO RTNORG-TRAILER
           MOVE 'TRL'                        TO RTNORG-TRL-TAG
           MOVE WS-ENVT-SOURCE (WS-ENVT-IDX) TO RTNORG-TRL-SOURCE
           MOVE WS-BUSINESS-DATE             TO RTNORG-TRL-DATE
           MOVE WS-ENVT-IDX                  TO RTNORG-TRL-ENV-SEQ
           MOVE WS-RTN-LINES                 TO RTNORG-TRL-COUNT
           MOVE RTNORG-TRAILER TO RETURN-RECORD
           WRITE RETURN-RECORD.

      * Um bloco parcial (a linha corrente e o header da fatia): os
      * detalhes vao para o envelope original, o trailer parcial e
      * descartado.
       PROC-COPY-RETURN-SLICE.

           MOVE WS-RTN-LINE TO RTNORG-HEADER
      * Envelope vazio de uma particao (header e trailer so) nao
      * pesa na soma e e so descartado.
           IF RTNORG-HDR-TAG = 'HDR'
               IF RTNORG-HDR-SOURCE NOT =
                       WS-ENVT-SOURCE (WS-ENVT-IDX)
                       AND RTNORG-HDR-DETAILS > 0
                   DISPLAY "PROG0032: retorno da origem "
                       RTNORG-HDR-SOURCE " fora da ordem esperada ("
                       WS-ENVT-SOURCE (WS-ENVT-IDX) ")"
               END-IF
               ADD RTNORG-HDR-DETAILS TO WS-RTN-SLICE-READ
           END-IF
           PERFORM PROC-READ-RETURN-PART

           PERFORM UNTIL END-OF-RTN-PARTS
                   OR WS-RTN-LINE (1:3) = 'TRL'
                   OR WS-RTN-LINE (1:3) = 'HDR'
               MOVE WS-RTN-LINE TO RTNORG-DETAIL
               MOVE WS-ENVT-IDX TO RTNORG-DET-ENV-SEQ
               MOVE RTNORG-DETAIL TO RETURN-RECORD
               WRITE RETURN-RECORD
               ADD 1 TO WS-RTN-LINES
               ADD 1 TO WS-RTN-TOTAL
               PERFORM PROC-READ-RETURN-PART
           END-PERFORM

           IF NOT END-OF-RTN-PARTS AND WS-RTN-LINE (1:3) = 'TRL'
               PERFORM PROC-READ-RETURN-PART
           END-IF.

      * Proxima linha dos retornos parciais, passando de uma
      * particao para a seguinte no fim de cada uma.
       PROC-READ-RETURN-PART.

           MOVE 'N' TO WS-RTN-GOT-LINE
           PERFORM UNTIL WS-IS-RTN-LINE OR END-OF-RTN-PARTS
               IF WS-IS-RTN-PART-OPEN
                   PERFORM PROC-READ-ONE-RETURN
               ELSE
                   ADD 1 TO WS-RTN-PART-IDX
                   IF WS-RTN-PART-IDX > 4
                       SET END-OF-RTN-PARTS TO TRUE
                   ELSE
                       PERFORM PROC-OPEN-RETURN-PART
                   END-IF
               END-IF
           END-PERFORM.

       PROC-OPEN-RETURN-PART.

           EVALUATE WS-RTN-PART-IDX
               WHEN 1
                   OPEN INPUT RETURN-PART-1
                   IF WS-RTP1-STATUS = '00'
                       SET WS-IS-RTN-PART-OPEN TO TRUE
                   END-IF
               WHEN 2
                   OPEN INPUT RETURN-PART-2
                   IF WS-RTP2-STATUS = '00'
                       SET WS-IS-RTN-PART-OPEN TO TRUE
                   END-IF
               WHEN 3
                   OPEN INPUT RETURN-PART-3
                   IF WS-RTP3-STATUS = '00'
                       SET WS-IS-RTN-PART-OPEN TO TRUE
                   END-IF
               WHEN 4
                   OPEN INPUT RETURN-PART-4
                   IF WS-RTP4-STATUS = '00'
                       SET WS-IS-RTN-PART-OPEN TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-IS-RTN-PART-OPEN
               SET WS-IS-RTN-ANY-PART TO TRUE
           END-IF.

       PROC-READ-ONE-RETURN.

           EVALUATE WS-RTN-PART-IDX
               WHEN 1
                   READ RETURN-PART-1
                       AT END
                           CLOSE RETURN-PART-1
                           MOVE 'N' TO WS-RTN-OPEN
                       NOT AT END
                           MOVE RETURN-PART-1-RECORD TO WS-RTN-LINE
                           SET WS-IS-RTN-LINE TO TRUE
                   END-READ
               WHEN 2
                   READ RETURN-PART-2
                       AT END
                           CLOSE RETURN-PART-2
                           MOVE 'N' TO WS-RTN-OPEN
                       NOT AT END
                           MOVE RETURN-PART-2-RECORD TO WS-RTN-LINE
                           SET WS-IS-RTN-LINE TO TRUE
                   END-READ
               WHEN 3
                   READ RETURN-PART-3
                       AT END
                           CLOSE RETURN-PART-3
                           MOVE 'N' TO WS-RTN-OPEN
                       NOT AT END
                           MOVE RETURN-PART-3-RECORD TO WS-RTN-LINE
                           SET WS-IS-RTN-LINE TO TRUE
                   END-READ
               WHEN 4
                   READ RETURN-PART-4
                       AT END
                           CLOSE RETURN-PART-4
                           MOVE 'N' TO WS-RTN-OPEN
                       NOT AT END
                           MOVE RETURN-PART-4-RECORD TO WS-RTN-LINE
                           SET WS-IS-RTN-LINE TO TRUE
                   END-READ
           END-EVALUATE.

      * Mesmo registro de datas do PROG0001 (que na execucao
      * particionada roda com RUNREG dummy): a data consolidada
      * entra aqui, com inicio e fim desta consolidacao e o
