      * MAXPCT= percentual dos detalhes, em PRESPARM) o passo aborta
      * com relatorio (PRESRPT), alerta na console e RC=8, devolvendo
      * a transmissao ruim a origem sem tocar a cadeia de edicao.
      * O nome e perfilado depois da tabela de transliteracao
      * (TRLTAB, servico PROG0061), como a janela o edita: letra
      * estrangeira com entrada na tabela nao e anomalia, so conta
      * nos nomes a transliterar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEIN-STATUS.

           SELECT OPTIONAL TRANSL-FILE ASSIGN TO "TRLTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRL-FOREIGN
               FILE STATUS IS WS-TRANSL-STATUS.

           SELECT OPTIONAL PRES-PARM-FILE ASSIGN TO "PRESPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           05 NAME-TRL-TAG PIC X(03).
           05 NAME-TRL-COUNT PIC 9(07).

       FD  TRANSL-FILE.
       COPY 'books/TRANSL-REC.cpy'.

       FD  PRES-PARM-FILE.
       01 PRES-PARM-RECORD PIC X(80).


       01 WS-NAMEIN-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-TRANSL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-NAMEIN-EOF PIC X VALUE 'N'.
           88 END-OF-NAMEIN VALUE 'Y'.
       01 WS-PARM-EOF PIC X VALUE 'N'.
           88 END-OF-PARM VALUE 'Y'.
       01 WS-TRANSL-EOF PIC X VALUE 'N'.
           88 END-OF-TRANSL VALUE 'Y'.
       01 WS-ENV-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-ENV-IS-OPEN VALUE 'Y'.

           05 WS-TOTAL-DETAILS        PIC 9(07) VALUE 0.
           05 WS-TOTAL-BAD-CHARS      PIC 9(07) VALUE 0.
           05 WS-RECS-BAD-CHAR        PIC 9(07) VALUE 0.
           05 WS-RECS-TRANSLIT        PIC 9(07) VALUE 0.
           05 WS-RECS-DIGIT-SURNAME   PIC 9(07) VALUE 0.
           05 WS-BAD-TRAILERS         PIC 9(07) VALUE 0.
           05 WS-TOTAL-ANOMALOUS      PIC 9(07) VALUE 0.
       01 WS-BREACH-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-BREACH VALUE 'Y'.

       COPY 'books/PROG0061.cpy'.

       PROCEDURE DIVISION.

           PERFORM PROC-LOAD-THRESHOLDS
           PERFORM PROC-LOAD-TRANSLIT

           OPEN INPUT NAME-INPUT
           IF WS-NAMEIN-STATUS NOT = '00'
               CLOSE PRES-PARM-FILE
           END-IF.

      * Mesma tabela carregada pela janela (ate 300 sequencias).
       PROC-LOAD-TRANSLIT.

           MOVE 0 TO PROG0061-TAB-COUNT
           OPEN INPUT TRANSL-FILE
           IF WS-TRANSL-STATUS NOT = '00'
               SET END-OF-TRANSL TO TRUE
           END-IF

           PERFORM UNTIL END-OF-TRANSL
               READ TRANSL-FILE NEXT RECORD
                   AT END
                       SET END-OF-TRANSL TO TRUE
                   NOT AT END
                       IF PROG0061-TAB-COUNT < 300
                           ADD 1 TO PROG0061-TAB-COUNT
                           MOVE TRL-FOREIGN TO PROG0061-TAB-FOREIGN
                               (PROG0061-TAB-COUNT)
                           MOVE TRL-EQUIV TO PROG0061-TAB-EQUIV
                               (PROG0061-TAB-COUNT)
                       ELSE
                           SET END-OF-TRANSL TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TRANSL-STATUS = '00' OR WS-TRANSL-STATUS = '05'
                   OR WS-TRANSL-STATUS = '10'
               CLOSE TRANSL-FILE
           END-IF.

      * Mesma regra de reconhecimento de envelope do PROG0001:
      * header posicional, trailer por conteudo. Trailer com letra
      * na contagem e a propria anomalia de deslocamento procurada.
           ADD 1 TO WS-TOTAL-DETAILS
           MOVE 0 TO WS-REC-ANOM

           MOVE NAME-INPUT-NAME TO PROG0061-NAME
           CALL 'PROG0061' USING PROG0061-BOOK
               ON EXCEPTION
                   MOVE 8 TO PROG0061-RTN-CODE
                   MOVE NAME-INPUT-NAME TO PROG0061-NAME-OUT
           END-CALL
           IF PROG0061-RTN-CODE = 4
               ADD 1 TO WS-RECS-TRANSLIT
           END-IF

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 70
               MOVE PROG0061-NAME-OUT (WS-CHAR-IDX:1)
                   TO WS-CURRENT-CHAR
               PERFORM PROC-PROFILE-CHAR
           END-PERFORM
                  INTO PRES-REPORT-LINE
           WRITE PRES-REPORT-LINE

           MOVE SPACES TO PRES-REPORT-LINE
           STRING "NOMES A TRANSLITERAR......: " DELIMITED BY SIZE
                  WS-RECS-TRANSLIT DELIMITED BY SIZE
                  " (TRLTAB - FORA DAS ANOMALIAS)" DELIMITED BY SIZE
                  INTO PRES-REPORT-LINE
           WRITE PRES-REPORT-LINE

           MOVE SPACES TO PRES-REPORT-LINE
           STRING "DIGITO NO SOBRENOME.......: " DELIMITED BY SIZE
                  WS-RECS-DIGIT-SURNAME DELIMITED BY SIZE
                  INTO PRES-REPORT-LINE
