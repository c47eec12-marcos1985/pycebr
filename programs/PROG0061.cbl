       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0061.

      * Transliteracao de caracteres estrangeiros pela tabela
      * mantida (TRLTAB, PROG0060): nomes de aquisicao e de agencia
      * com letras fora do conjunto portugues aceito pela edicao
      * (N com til, eszett, O cortado, L cortado...) deixam de cair
      * como RTN-CODE 5 e de ser redigitados pela correcao. Cada
      * sequencia com entrada na tabela e trocada pelo equivalente
      * aceito antes da padronizacao (PROG0015) e da edicao
      * (PROG0002); sequencia sem entrada fica como esta e a edicao
      * continua rejeitando.
      * Sobrenome e nome proprio sao tratados separadamente, cada um
      * no tamanho do seu campo: um equivalente mais longo que o
      * original (eszett -> SS) que nao caiba devolve o nome sem
      * troca nenhuma (RTN-CODE 8).
      * A tabela vem no proprio book, carregada pelo chamador: sem
      * arquivo aqui, o mesmo modulo atende a janela batch (CALL) e
      * a pre-validacao online (LINK do PROG0005).

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-FIELD-IN PIC X(40) VALUE SPACES.
       01 WS-FIELD-OUT PIC X(40) VALUE SPACES.
       01 WS-FIELD-MAX PIC 9(04) VALUE 0.
       01 WS-FIELD-LEN PIC 9(04) VALUE 0.
       01 WS-IN-POS PIC 9(04) VALUE 0.
       01 WS-OUT-POS PIC 9(04) VALUE 0.
       01 WS-CURRENT-CHAR PIC X(01) VALUE SPACE.

       01 WS-TAB-IDX PIC 9(04) VALUE 0.
       01 WS-MATCH-IDX PIC 9(04) VALUE 0.
       01 WS-MATCH-LEN PIC 9(04) VALUE 0.
       01 WS-EQUIV-LEN PIC 9(04) VALUE 0.

       01 WS-OVERFLOW-SWITCH PIC X VALUE 'N'.
           88 WS-IS-OVERFLOW VALUE 'Y'.

       01 WS-SURNAME-OUT PIC X(40) VALUE SPACES.
       01 WS-GIVEN-OUT PIC X(30) VALUE SPACES.

       LINKAGE SECTION.

       COPY 'books/PROG0061.cpy'.

       PROCEDURE DIVISION USING PROG0061-BOOK.

           MOVE 0 TO PROG0061-RTN-CODE
           MOVE 0 TO PROG0061-CHAR-COUNT
           MOVE PROG0061-NAME TO PROG0061-NAME-OUT
           MOVE 'N' TO WS-OVERFLOW-SWITCH

           IF PROG0061-TAB-COUNT > 300
               MOVE 300 TO PROG0061-TAB-COUNT
           END-IF

           IF PROG0061-TAB-COUNT > 0
               MOVE PROG0061-SURNAME TO WS-FIELD-IN
               MOVE 40 TO WS-FIELD-MAX
               PERFORM PROC-TRANSLIT-FIELD
               MOVE WS-FIELD-OUT TO WS-SURNAME-OUT

               MOVE PROG0061-GIVEN-NAME TO WS-FIELD-IN
               MOVE 30 TO WS-FIELD-MAX
               PERFORM PROC-TRANSLIT-FIELD
               MOVE WS-FIELD-OUT TO WS-GIVEN-OUT

               EVALUATE TRUE
                   WHEN WS-IS-OVERFLOW
                       MOVE 8 TO PROG0061-RTN-CODE
                       MOVE 0 TO PROG0061-CHAR-COUNT
                   WHEN PROG0061-CHAR-COUNT > 0
                       MOVE 4 TO PROG0061-RTN-CODE
                       MOVE WS-SURNAME-OUT TO PROG0061-SURNAME-OUT
                       MOVE WS-GIVEN-OUT TO PROG0061-GIVEN-OUT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           GOBACK.

      * Copia WS-FIELD-IN (ate o ultimo caractere nao branco) para
      * WS-FIELD-OUT trocando cada sequencia da tabela. Letras sem
      * acento, digitos, espaco, hifen e apostrofo nem consultam a
      * tabela.
       PROC-TRANSLIT-FIELD.

           MOVE SPACES TO WS-FIELD-OUT
           MOVE 0 TO WS-OUT-POS

           PERFORM VARYING WS-FIELD-LEN FROM WS-FIELD-MAX BY -1
                   UNTIL WS-FIELD-LEN = 0
                       OR WS-FIELD-IN (WS-FIELD-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           MOVE 1 TO WS-IN-POS
           PERFORM UNTIL WS-IN-POS > WS-FIELD-LEN
                   OR WS-IS-OVERFLOW
               MOVE WS-FIELD-IN (WS-IN-POS:1) TO WS-CURRENT-CHAR
               MOVE 0 TO WS-MATCH-IDX
               IF WS-CURRENT-CHAR IS NOT ALPHABETIC
                       AND WS-CURRENT-CHAR IS NOT NUMERIC
                       AND WS-CURRENT-CHAR NOT = '-'
                       AND WS-CURRENT-CHAR NOT = "'"
                   PERFORM PROC-FIND-ENTRY
               END-IF

               IF WS-MATCH-IDX > 0
                   IF WS-OUT-POS + WS-EQUIV-LEN > WS-FIELD-MAX
                       SET WS-IS-OVERFLOW TO TRUE
                   ELSE
                       MOVE PROG0061-TAB-EQUIV (WS-MATCH-IDX)
                               (1:WS-EQUIV-LEN)
                           TO WS-FIELD-OUT (WS-OUT-POS + 1:
                               WS-EQUIV-LEN)
                       ADD WS-EQUIV-LEN TO WS-OUT-POS
                       ADD WS-MATCH-LEN TO WS-IN-POS
                       ADD 1 TO PROG0061-CHAR-COUNT
                   END-IF
               ELSE
                   IF WS-OUT-POS + 1 > WS-FIELD-MAX
                       SET WS-IS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-OUT-POS
                       MOVE WS-CURRENT-CHAR
                           TO WS-FIELD-OUT (WS-OUT-POS:1)
                       ADD 1 TO WS-IN-POS
                   END-IF
               END-IF
           END-PERFORM.

      * Entradas de dois bytes primeiro (sequencia UTF-8 cujo
      * primeiro byte, sozinho, pode ser uma letra Latin-1 valida),
      * depois as de um byte.
       PROC-FIND-ENTRY.

           IF WS-IN-POS < WS-FIELD-LEN
               PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                       UNTIL WS-TAB-IDX > PROG0061-TAB-COUNT
                           OR WS-MATCH-IDX > 0
                   IF PROG0061-TAB-FOREIGN (WS-TAB-IDX) (2:1)
                               NOT = SPACE
                           AND PROG0061-TAB-FOREIGN (WS-TAB-IDX) =
                               WS-FIELD-IN (WS-IN-POS:2)
                       MOVE WS-TAB-IDX TO WS-MATCH-IDX
                       MOVE 2 TO WS-MATCH-LEN
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > PROG0061-TAB-COUNT
                       OR WS-MATCH-IDX > 0
               IF PROG0061-TAB-FOREIGN (WS-TAB-IDX) (2:1) = SPACE
                       AND PROG0061-TAB-FOREIGN (WS-TAB-IDX) (1:1) =
                           WS-CURRENT-CHAR
                   MOVE WS-TAB-IDX TO WS-MATCH-IDX
                   MOVE 1 TO WS-MATCH-LEN
               END-IF
           END-PERFORM

           IF WS-MATCH-IDX > 0
               PERFORM VARYING WS-EQUIV-LEN FROM 3 BY -1
                       UNTIL WS-EQUIV-LEN = 0
                           OR PROG0061-TAB-EQUIV (WS-MATCH-IDX)
                               (WS-EQUIV-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
      * Entrada sem equivalente nao vale (o PROG0060 nao aceita).
               IF WS-EQUIV-LEN = 0
                   MOVE 0 TO WS-MATCH-IDX
               END-IF
           END-IF.
