      * enxerga o MASTFILE): aqui a bancada responde na hora se um
      * nome ja esta cadastrado e sob qual ID. Mesmo estilo
      * conversacional simples (SEND/RECEIVE de texto) do PROG0005.
      * O comando A passa a navegar pelo cadastro de nomes
      * alternativos (ALIASFIL) a partir do mesmo nome digitado:
      * acha a pessoa pelo nome de solteira/casada/abreviado e mostra
      * o ID e o nome principal dela, lido no mestre pelo PATH do
      * indice por MASTER-ID (arquivo MASTPATH). M volta ao mestre.

       DATA DIVISION.

           88 WS-IS-SKIP-FIRST VALUE 'Y'.
       01 WS-BROWSE-EOF PIC X VALUE 'N'.
           88 WS-IS-BROWSE-EOF VALUE 'Y'.
       01 WS-BROWSE-MODE PIC X VALUE 'M'.
           88 WS-IS-MASTER-MODE VALUE 'M'.
           88 WS-IS-ALIAS-MODE VALUE 'A'.

      * Nome digitado, na forma canonica: ponto de partida de
      * qualquer dos dois browses ao trocar de modo.
       01 WS-START-KEY PIC X(70) VALUE SPACES.

       01 WS-ROW-COUNT PIC 9(04) VALUE 0.
       01 WS-LINE-IDX PIC 9(04) VALUE 0.
           05 WS-HOLD-COUNT PIC 9(04) VALUE 0.
           05 WS-HOLD-ENTRY OCCURS 10 TIMES PIC X(111).
       01 WS-HOLD-IDX PIC 9(04) VALUE 0.
      * Idem para o browse dos nomes alternativos (ALIAS-RECORD,
      * 113 bytes).
       01 WS-ALIAS-HOLD-TABLE.
           05 WS-ALIAS-HOLD-ENTRY OCCURS 10 TIMES PIC X(113).

       01 WS-SCREEN-AREA.
           05 WS-SCREEN-LINE OCCURS 12 TIMES PIC X(100).
       01 WS-SCREEN-LENGTH PIC S9(04) COMP VALUE 1200.

       COPY 'books/MASTER-REC.cpy'.
       COPY 'books/ALIAS-REC.cpy'.
       COPY 'books/PROG0015.cpy'.

       PROCEDURE DIVISION.
               LENGTH(LENGTH OF PROG0015-BOOK)
           END-EXEC
           MOVE PROG0015-NAME-STD TO WS-BROWSE-KEY
           MOVE PROG0015-NAME-STD TO WS-START-KEY

           MOVE 'N' TO WS-SKIP-FIRST
           PERFORM PROC-PAGE-FORWARD
                   WHEN 'F'
                       MOVE WS-LAST-KEY TO WS-BROWSE-KEY
                       SET WS-IS-SKIP-FIRST TO TRUE
                       IF WS-IS-ALIAS-MODE
                           PERFORM PROC-ALIAS-PAGE-FORWARD
                       ELSE
                           PERFORM PROC-PAGE-FORWARD
                       END-IF
                   WHEN 'B'
                       MOVE WS-FIRST-KEY TO WS-BROWSE-KEY
                       IF WS-IS-ALIAS-MODE
                           PERFORM PROC-ALIAS-PAGE-BACKWARD
                       ELSE
                           PERFORM PROC-PAGE-BACKWARD
                       END-IF
                   WHEN 'A'
                       SET WS-IS-ALIAS-MODE TO TRUE
                       MOVE WS-START-KEY TO WS-BROWSE-KEY
                       MOVE 'N' TO WS-SKIP-FIRST
                       PERFORM PROC-ALIAS-PAGE-FORWARD
                   WHEN 'M'
                       SET WS-IS-MASTER-MODE TO TRUE
                       MOVE WS-START-KEY TO WS-BROWSE-KEY
                       MOVE 'N' TO WS-SKIP-FIRST
                       PERFORM PROC-PAGE-FORWARD
                   WHEN 'X'
                       SET WS-IS-EXIT TO TRUE
                   WHEN OTHER
               END-PERFORM
           END-IF.

      * Mesmo browse, no cadastro de nomes alternativos (chave =
      * nome alternativo na forma canonica).
       PROC-ALIAS-PAGE-FORWARD.

           PERFORM PROC-CLEAR-SCREEN
           MOVE 'N' TO WS-BROWSE-EOF

           EXEC CICS STARTBR
               FILE('ALIASFIL')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NENHUM NOME ALTERNATIVO A PARTIR DO INFORMADO'
                   TO WS-SCREEN-LINE (2)
           ELSE
               PERFORM UNTIL WS-ROW-COUNT >= 10 OR WS-IS-BROWSE-EOF
                   EXEC CICS READNEXT
                       INTO(ALIAS-RECORD)
                       FILE('ALIASFIL')
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-IS-BROWSE-EOF TO TRUE
                   ELSE
                       IF WS-IS-SKIP-FIRST
                           MOVE 'N' TO WS-SKIP-FIRST
                       ELSE
                           PERFORM PROC-FORMAT-ALIAS-ROW
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE('ALIASFIL')
               END-EXEC
           END-IF.

       PROC-ALIAS-PAGE-BACKWARD.

           PERFORM PROC-CLEAR-SCREEN
           MOVE 'N' TO WS-BROWSE-EOF
           SET WS-IS-SKIP-FIRST TO TRUE
           MOVE 0 TO WS-HOLD-COUNT

           EXEC CICS STARTBR
               FILE('ALIASFIL')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NENHUM NOME ALTERNATIVO ANTERIOR AO INFORMADO'
                   TO WS-SCREEN-LINE (2)
           ELSE
               PERFORM UNTIL WS-HOLD-COUNT >= 10 OR WS-IS-BROWSE-EOF
                   EXEC CICS READPREV
                       INTO(ALIAS-RECORD)
                       FILE('ALIASFIL')
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-IS-BROWSE-EOF TO TRUE
                   ELSE
                       IF WS-IS-SKIP-FIRST
                           MOVE 'N' TO WS-SKIP-FIRST
                       ELSE
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE ALIAS-RECORD
                               TO WS-ALIAS-HOLD-ENTRY (WS-HOLD-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE('ALIASFIL')
               END-EXEC
               PERFORM VARYING WS-HOLD-IDX FROM WS-HOLD-COUNT BY -1
                       UNTIL WS-HOLD-IDX < 1
                   MOVE WS-ALIAS-HOLD-ENTRY (WS-HOLD-IDX)
                       TO ALIAS-RECORD
                   PERFORM PROC-FORMAT-ALIAS-ROW
               END-PERFORM
           END-IF.

       PROC-CLEAR-SCREEN.

           MOVE 0 TO WS-ROW-COUNT
                   UNTIL WS-LINE-IDX > 12
               MOVE SPACES TO WS-SCREEN-LINE (WS-LINE-IDX)
           END-PERFORM
           IF WS-IS-ALIAS-MODE
               MOVE 'CONSULTA AOS NOMES ALTERNATIVOS - PROG0013'
                   TO WS-SCREEN-LINE (1)
           ELSE
               MOVE 'CONSULTA AO MESTRE DE NOMES - PROG0013'
                   TO WS-SCREEN-LINE (1)
           END-IF.

       PROC-FORMAT-ROW.

                  INTO WS-SCREEN-LINE (WS-ROW-COUNT + 1)
           END-STRING.

      * Nome alternativo + ID + tipo + nome principal do ID (mestre
      * pelo PATH do indice por MASTER-ID). ID fora do mestre =
      * registro excluido/expurgado: o nome alternativo esta
      * dormente.
       PROC-FORMAT-ALIAS-ROW.

           ADD 1 TO WS-ROW-COUNT

           IF WS-ROW-COUNT = 1
               MOVE ALIAS-NAME TO WS-FIRST-KEY
           END-IF
           MOVE ALIAS-NAME TO WS-LAST-KEY

           EXEC CICS READ
               FILE('MASTPATH')
               INTO(MASTER-RECORD)
               RIDFLD(ALIAS-MASTER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '*DORMENTE*' TO MASTER-NAME
           END-IF

           STRING 'ALT=' DELIMITED BY SIZE
                  FUNCTION TRIM(ALIAS-SURNAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(ALIAS-GIVEN-NAME) DELIMITED BY SIZE
                  ' ID=' DELIMITED BY SIZE
                  ALIAS-MASTER-ID DELIMITED BY SIZE
                  ' TIPO=' DELIMITED BY SIZE
                  ALIAS-TYPE DELIMITED BY SIZE
                  ' NOME=' DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-SURNAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-GIVEN-NAME) DELIMITED BY SIZE
                  INTO WS-SCREEN-LINE (WS-ROW-COUNT + 1)
           END-STRING.

       PROC-SEND-SCREEN.

           IF WS-IS-ALIAS-MODE
               MOVE 'F=AVANCA  B=RECUA  M=MESTRE  X=SAI'
                   TO WS-SCREEN-LINE (12)
           ELSE
               MOVE 'F=AVANCA  B=RECUA  A=ALTERNATIVOS  X=SAI'
                   TO WS-SCREEN-LINE (12)
           END-IF

           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
