      * passa na tela e cai a noite como duplicado (RTN 2) ou pais
      * desconhecido (RTN 6). Estilo conversacional simples
      * (SEND/RECEIVE de texto), como o browse do PROG0013.
      * Letra estrangeira com entrada na tabela de transliteracao
      * (arquivo CICS TRLTAB, mantido pelo PROG0060) e trocada pelo
      * PROG0061 antes da padronizacao, como na janela: o nome
      * aceito assim aparece com a forma que sera gravada. So
      * pre-validacao - a grafia original e guardada (TRLORIG) pela
      * janela e pela correcao, quando o nome de fato entra.

       DATA DIVISION.

       01 WS-RESP PIC S9(08) COMP VALUE 0.
       01 WS-COUNTRY-IDX PIC 9(04) VALUE 0.
       01 WS-TODAY PIC X(21) VALUE SPACES.
       01 WS-TRANSL-EOF PIC X VALUE 'N'.
           88 END-OF-TRANSL VALUE 'Y'.

       COPY 'books/MASTER-REC.cpy'.
       COPY 'books/CTRYREF-REC.cpy'.
       COPY 'books/PROG0002.cpy'.
       COPY 'books/PROG0015.cpy'.
       COPY 'books/PROG0061.cpy'.
       COPY 'books/TRANSL-REC.cpy'.

       PROCEDURE DIVISION.


           INITIALIZE PROG0002-BOOK

      * Mesma transliteracao da janela batch, com a tabela lida do
      * arquivo CICS a cada pre-validacao.
           PERFORM PROC-LOAD-TRANSLIT
           MOVE WS-INPUT-SURNAME TO PROG0061-SURNAME
           MOVE WS-INPUT-GIVEN   TO PROG0061-GIVEN-NAME
           EXEC CICS LINK
               PROGRAM('PROG0061')
               COMMAREA(PROG0061-BOOK)
               LENGTH(LENGTH OF PROG0061-BOOK)
           END-EXEC
           IF PROG0061-RTN-CODE = 4
               SET PROG0002-WAS-TRANSLITERATED TO TRUE
           END-IF

      * Mesma padronizacao da janela batch: e a forma canonica que
      * passa pela edicao e pela consulta de duplicidade.
           INITIALIZE PROG0015-BOOK
           MOVE PROG0061-SURNAME-OUT TO PROG0015-RAW-SURNAME
           MOVE PROG0061-GIVEN-OUT   TO PROG0015-RAW-GIVEN
           EXEC CICS LINK
               PROGRAM('PROG0015')
               COMMAREA(PROG0015-BOOK)
               LENGTH(LENGTH OF PROG0002-BOOK)
           END-EXEC.

      * Tabela de transliteracao pelo browse do arquivo CICS (ate
      * 300 sequencias, o limite do book do PROG0061); sem o
      * arquivo nada e transliterado.
       PROC-LOAD-TRANSLIT.

           MOVE 0 TO PROG0061-TAB-COUNT
           MOVE 'N' TO WS-TRANSL-EOF
           MOVE LOW-VALUES TO TRL-FOREIGN
           EXEC CICS STARTBR
               FILE('TRLTAB')
               RIDFLD(TRL-FOREIGN)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET END-OF-TRANSL TO TRUE
           ELSE
               PERFORM UNTIL END-OF-TRANSL
                   EXEC CICS READNEXT
                       FILE('TRLTAB')
                       INTO(TRL-RECORD)
                       RIDFLD(TRL-FOREIGN)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                           OR PROG0061-TAB-COUNT = 300
                       SET END-OF-TRANSL TO TRUE
                   ELSE
                       ADD 1 TO PROG0061-TAB-COUNT
                       MOVE TRL-FOREIGN TO PROG0061-TAB-FOREIGN
                           (PROG0061-TAB-COUNT)
                       MOVE TRL-EQUIV TO PROG0061-TAB-EQUIV
                           (PROG0061-TAB-COUNT)
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE('TRLTAB')
               END-EXEC
           END-IF.

      * Mesma consulta do driver batch, via arquivo CICS: nome
      * canonico ja cadastrado = duplicado.
       PROC-LOOKUP-MASTER-DUP.
       PROC-SHOW-RESULT.

           MOVE SPACES TO WS-RESULT-LINE
           EVALUATE TRUE
               WHEN PROG0002-RTN-CODE = 0
                       AND PROG0002-WAS-TRANSLITERATED
                   STRING 'ACEITO TRANSLITERADO: ' DELIMITED BY SIZE
                          PROG0002-NAME (1:50)     DELIMITED BY SIZE
                          INTO WS-RESULT-LINE
               WHEN PROG0002-RTN-CODE = 0
                   STRING 'NOME ACEITO. TAMANHO: '  DELIMITED BY SIZE
                          PROG0002-NAME-SIZE         DELIMITED BY SIZE
                          INTO WS-RESULT-LINE
               WHEN OTHER
                   STRING PROG0002-MSG (1:60) DELIMITED BY SIZE
                          ' - '                      DELIMITED BY SIZE
                          PROG0002-EXP-MSG (1:15)     DELIMITED BY SIZE
                          INTO WS-RESULT-LINE
           END-EVALUATE

           EXEC CICS SEND TEXT
               FROM(WS-RESULT-LINE)
