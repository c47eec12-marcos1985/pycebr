       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0060.

      * Manutencao transacional da tabela de transliteracao de
      * caracteres estrangeiros: le as transacoes da area de
      * cadastro (TRLIN, um cartao por acao) e aplica inclusoes,
      * alteracoes e exclusoes sobre a TRLTAB indexada, com
      * relatorio do que a carga fez e a listagem da tabela vigente
      * (TRLRPT). A tabela e aplicada pelo servico PROG0061 antes da
      * edicao do nome na janela batch (PROG0001), na correcao
      * (PROG0011) e na pre-validacao online (PROG0005), e
      * consultada pelo pre-scan do NAMEIN (PROG0037).
      *
      * Acoes do TRLIN (acao + sequencia estrangeira + equivalente +
      * descricao + operador):
      *   A = inclusao de uma sequencia na tabela
      *   C = alteracao do equivalente ou da descricao
      *   E = exclusao (o caractere volta a ser rejeitado como
      *       RTN-CODE 5)
      * A sequencia estrangeira vai nas colunas 2-3 como chega nos
      * arquivos: um byte Latin-1 (coluna 3 em branco) ou os dois
      * bytes UTF-8 de um caractere fora do Latin-1. Um byte so nao
      * pode ser caractere ja aceito pela edicao; em dois bytes, ao
      * menos um deles nao pode ser. O equivalente (colunas 4-6,
      * alinhado a esquerda) so pode ter letras aceitas pela edicao.
      * O servico carrega no maximo 300 entradas: acima disso a
      * listagem avisa e o passo termina com RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRL-INPUT ASSIGN TO "TRLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRLIN-STATUS.

           SELECT TRL-FILE ASSIGN TO "TRLTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRL-FOREIGN
               FILE STATUS IS WS-TRL-STATUS.

           SELECT TRL-REPORT ASSIGN TO "TRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRL-INPUT.
       01 TRL-INPUT-RECORD.
           05 TRL-INPUT-ACTION        PIC X(01).
               88 TRL-ACTION-ADD          VALUE 'A'.
               88 TRL-ACTION-CHANGE       VALUE 'C'.
               88 TRL-ACTION-DELETE       VALUE 'E'.
               88 TRL-ACTION-VALID        VALUE 'A' 'C' 'E'.
           05 TRL-INPUT-FOREIGN       PIC X(02).
           05 TRL-INPUT-EQUIV         PIC X(03).
           05 TRL-INPUT-DESC          PIC X(30).
           05 TRL-INPUT-OPERATOR      PIC X(08).

       FD  TRL-FILE.
       COPY 'books/TRANSL-REC.cpy'.

       FD  TRL-REPORT.
       01 TRL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-TRLIN-STATUS PIC XX.
       01 WS-TRL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-TRLIN-EOF PIC X VALUE 'N'.
           88 END-OF-TRLIN VALUE 'Y'.
       01 WS-TRL-EOF PIC X VALUE 'N'.
           88 END-OF-TRL VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-APPLIED-DESC PIC X(10) VALUE SPACES.

      * Mesmo conjunto de acentuadas da edicao do PROG0002: o que ja
      * e aceito nao precisa (nem pode) ser transliterado, e e o
      * unico conjunto valido para o equivalente.
       01 WS-ACCENT-CHARS PIC X(26) VALUE
           X"C1C9CDD3DAC0C2CAD4C3D5C7DCE1E9EDF3FAE0E2EAF4E3F5E7FC".
       01 WS-ACCENT-TALLY PIC 9(04) VALUE 0.
       01 WS-CURRENT-CHAR PIC X(01) VALUE SPACE.
       01 WS-CHAR-IDX PIC 9(04) VALUE 0.
       01 WS-ACCEPTED-TALLY PIC 9(04) VALUE 0.
       01 WS-ACCEPTED-SWITCH PIC X VALUE 'N'.
           88 WS-CHAR-IS-ACCEPTED VALUE 'Y'.
       01 WS-LETTER-SWITCH PIC X VALUE 'N'.
           88 WS-CHAR-IS-LETTER VALUE 'Y'.
       01 WS-EQUIV-END-SWITCH PIC X VALUE 'N'.
           88 WS-EQUIV-ENDED VALUE 'Y'.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-APPLIED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-LISTED         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-TRLIN
               READ TRL-INPUT
                   AT END
                       SET END-OF-TRLIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM PROC-APPLY-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-TOTALS
           PERFORM PROC-LIST-TABLE

           CLOSE TRL-INPUT
           CLOSE TRL-FILE
           CLOSE TRL-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT TRL-INPUT
           IF WS-TRLIN-STATUS NOT = '00'
               DISPLAY "PROG0060: falha ao abrir TRLIN - STATUS "
                   WS-TRLIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Manutencao transacional: abre I-O sobre a tabela existente
      * (STATUS 05 = arquivo criado agora, primeira carga).
           OPEN I-O TRL-FILE
           IF WS-TRL-STATUS NOT = '00' AND WS-TRL-STATUS NOT = '05'
               DISPLAY "PROG0060: falha ao abrir TRLTAB - STATUS "
                   WS-TRL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TRL-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0060: falha ao abrir TRLRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE
           MOVE "MANUTENCAO DA TABELA DE TRANSLITERACAO - PROG0060"
               TO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE
           MOVE "====================================================="
               TO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE.

       PROC-APPLY-TRANSACTION.

           MOVE SPACES TO WS-REJECT-REASON

           IF NOT TRL-ACTION-VALID
               MOVE "CODIGO DE ACAO INVALIDO" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-VALIDATE-FOREIGN
           END-IF

           IF WS-REJECT-REASON = SPACES AND NOT TRL-ACTION-DELETE
               PERFORM PROC-VALIDATE-EQUIV
           END-IF

           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN TRL-ACTION-ADD
                       PERFORM PROC-ACTION-ADD
                   WHEN TRL-ACTION-CHANGE
                       PERFORM PROC-ACTION-CHANGE
                   WHEN TRL-ACTION-DELETE
                       PERFORM PROC-ACTION-DELETE
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REJECT
           ELSE
               PERFORM PROC-APPLIED
           END-IF.

      * Sequencia de um byte: fora do conjunto aceito. De dois
      * bytes: ao menos um fora (o primeiro byte UTF-8 de uma letra
      * acentuada e ele mesmo uma letra Latin-1 aceita).
       PROC-VALIDATE-FOREIGN.

           EVALUATE TRUE
               WHEN TRL-INPUT-FOREIGN (1:1) = SPACE
                   MOVE "SEQUENCIA ESTRANGEIRA EM BRANCO"
                       TO WS-REJECT-REASON
               WHEN TRL-INPUT-FOREIGN (2:1) = SPACE
                   MOVE TRL-INPUT-FOREIGN (1:1) TO WS-CURRENT-CHAR
                   PERFORM PROC-CHECK-ACCEPTED
                   IF WS-CHAR-IS-ACCEPTED
                       MOVE "CARACTERE JA ACEITO PELA EDICAO"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-ACCEPTED-TALLY
                   PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                           UNTIL WS-CHAR-IDX > 2
                       MOVE TRL-INPUT-FOREIGN (WS-CHAR-IDX:1)
                           TO WS-CURRENT-CHAR
                       PERFORM PROC-CHECK-ACCEPTED
                       IF WS-CHAR-IS-ACCEPTED
                           ADD 1 TO WS-ACCEPTED-TALLY
                       END-IF
                   END-PERFORM
                   IF WS-ACCEPTED-TALLY = 2
                       MOVE "SEQUENCIA JA ACEITA PELA EDICAO"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      * Equivalente: de 1 a 3 letras (A-Z, a-z ou acentuada da
      * edicao), alinhado a esquerda e sem branco no meio.
       PROC-VALIDATE-EQUIV.

           MOVE 'N' TO WS-EQUIV-END-SWITCH
           IF TRL-INPUT-EQUIV (1:1) = SPACE
               MOVE "EQUIVALENTE EM BRANCO" TO WS-REJECT-REASON
           END-IF

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 3
                       OR WS-REJECT-REASON NOT = SPACES
               MOVE TRL-INPUT-EQUIV (WS-CHAR-IDX:1) TO WS-CURRENT-CHAR
               IF WS-CURRENT-CHAR = SPACE
                   SET WS-EQUIV-ENDED TO TRUE
               ELSE
                   PERFORM PROC-CHECK-LETTER
                   EVALUATE TRUE
                       WHEN WS-EQUIV-ENDED
                           MOVE "EQUIVALENTE COM BRANCO NO MEIO"
                               TO WS-REJECT-REASON
                       WHEN NOT WS-CHAR-IS-LETTER
                           MOVE "EQUIVALENTE COM CARACTERE NAO ACEITO"
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-REJECT-REASON = SPACES AND TRL-INPUT-DESC = SPACES
               MOVE "DESCRICAO OBRIGATORIA" TO WS-REJECT-REASON
           END-IF.

      * Mesmo conjunto da edicao do PROG0002: alfabetico, digito,
      * hifen, apostrofo, espaco e as acentuadas da lista.
       PROC-CHECK-ACCEPTED.

           MOVE 'N' TO WS-ACCEPTED-SWITCH
           MOVE 0 TO WS-ACCENT-TALLY
           INSPECT WS-ACCENT-CHARS TALLYING WS-ACCENT-TALLY
               FOR ALL WS-CURRENT-CHAR
           IF WS-CURRENT-CHAR IS ALPHABETIC
                   OR WS-CURRENT-CHAR IS NUMERIC
                   OR WS-CURRENT-CHAR = '-'
                   OR WS-CURRENT-CHAR = "'"
                   OR WS-ACCENT-TALLY > 0
               SET WS-CHAR-IS-ACCEPTED TO TRUE
           END-IF.

       PROC-CHECK-LETTER.

           MOVE 'N' TO WS-LETTER-SWITCH
           MOVE 0 TO WS-ACCENT-TALLY
           INSPECT WS-ACCENT-CHARS TALLYING WS-ACCENT-TALLY
               FOR ALL WS-CURRENT-CHAR
           IF (WS-CURRENT-CHAR IS ALPHABETIC
                   AND WS-CURRENT-CHAR NOT = SPACE)
                   OR WS-ACCENT-TALLY > 0
               SET WS-CHAR-IS-LETTER TO TRUE
           END-IF.

       PROC-ACTION-ADD.

           MOVE TRL-INPUT-FOREIGN   TO TRL-FOREIGN
           MOVE TRL-INPUT-EQUIV     TO TRL-EQUIV
           MOVE TRL-INPUT-DESC      TO TRL-DESC
           MOVE TRL-INPUT-OPERATOR  TO TRL-OPERATOR
           MOVE WS-RUN-DATE (1:14)  TO TRL-CHG-TS
           WRITE TRL-RECORD
               INVALID KEY
                   MOVE "SEQUENCIA JA CADASTRADA" TO WS-REJECT-REASON
           END-WRITE
           MOVE "INCLUIDA" TO WS-APPLIED-DESC.

       PROC-ACTION-CHANGE.

           MOVE TRL-INPUT-FOREIGN TO TRL-FOREIGN
           READ TRL-FILE
               INVALID KEY
                   MOVE "SEQUENCIA NAO CADASTRADA" TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES
               MOVE TRL-INPUT-EQUIV     TO TRL-EQUIV
               MOVE TRL-INPUT-DESC      TO TRL-DESC
               MOVE TRL-INPUT-OPERATOR  TO TRL-OPERATOR
               MOVE WS-RUN-DATE (1:14)  TO TRL-CHG-TS
               REWRITE TRL-RECORD
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR SEQUENCIA"
                           TO WS-REJECT-REASON
               END-REWRITE
           END-IF
           MOVE "ALTERADA" TO WS-APPLIED-DESC.

       PROC-ACTION-DELETE.

           MOVE TRL-INPUT-FOREIGN TO TRL-FOREIGN
           READ TRL-FILE
               INVALID KEY
                   MOVE "SEQUENCIA NAO CADASTRADA" TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES
               DELETE TRL-FILE
                   INVALID KEY
                       MOVE "ERRO AO EXCLUIR SEQUENCIA"
                           TO WS-REJECT-REASON
               END-DELETE
           END-IF
           MOVE "EXCLUIDA" TO WS-APPLIED-DESC.

       PROC-APPLIED.

           ADD 1 TO WS-TOTAL-APPLIED

           MOVE SPACES TO TRL-REPORT-LINE
           STRING "APLICADA  ACAO=" DELIMITED BY SIZE
                  TRL-INPUT-ACTION DELIMITED BY SIZE
                  " SEQUENCIA=" DELIMITED BY SIZE
                  TRL-INPUT-FOREIGN DELIMITED BY SIZE
                  " EQUIVALENTE=" DELIMITED BY SIZE
                  TRL-INPUT-EQUIV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-APPLIED-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRL-INPUT-DESC DELIMITED BY SIZE
                  " OPERADOR=" DELIMITED BY SIZE
                  TRL-INPUT-OPERATOR DELIMITED BY SIZE
                  INTO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE.

       PROC-REJECT.

           ADD 1 TO WS-TOTAL-REJECTED

           MOVE SPACES TO TRL-REPORT-LINE
           STRING "REJEITADA ACAO=" DELIMITED BY SIZE
                  TRL-INPUT-ACTION DELIMITED BY SIZE
                  " SEQUENCIA=" DELIMITED BY SIZE
                  TRL-INPUT-FOREIGN DELIMITED BY SIZE
                  " EQUIVALENTE=" DELIMITED BY SIZE
                  TRL-INPUT-EQUIV DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE

           MOVE SPACES TO TRL-REPORT-LINE
           STRING "TRANSACOES LIDAS.....: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  INTO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE

           MOVE SPACES TO TRL-REPORT-LINE
           STRING "TRANSACOES APLICADAS.: " DELIMITED BY SIZE
                  WS-TOTAL-APPLIED DELIMITED BY SIZE
                  INTO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE

           MOVE SPACES TO TRL-REPORT-LINE
           STRING "TRANSACOES REJEITADAS: " DELIMITED BY SIZE
                  WS-TOTAL-REJECTED DELIMITED BY SIZE
                  INTO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE.

      * Tabela vigente inteira, para conferencia da area de
      * cadastro.
       PROC-LIST-TABLE.

           MOVE "====================================================="
               TO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE
           MOVE "TABELA DE TRANSLITERACAO VIGENTE" TO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE

           MOVE LOW-VALUES TO TRL-FOREIGN
           START TRL-FILE KEY IS NOT LESS THAN TRL-FOREIGN
               INVALID KEY
                   SET END-OF-TRL TO TRUE
           END-START

           PERFORM UNTIL END-OF-TRL
               READ TRL-FILE NEXT RECORD
                   AT END
                       SET END-OF-TRL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTED
                       MOVE SPACES TO TRL-REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                              TRL-FOREIGN DELIMITED BY SIZE
                              " -> " DELIMITED BY SIZE
                              TRL-EQUIV DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              TRL-DESC DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              TRL-OPERATOR DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              TRL-CHG-TS DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO TRL-REPORT-LINE
                       WRITE TRL-REPORT-LINE
               END-READ
           END-PERFORM

           MOVE SPACES TO TRL-REPORT-LINE
           STRING "SEQUENCIAS NA TABELA.: " DELIMITED BY SIZE
                  WS-TOTAL-LISTED DELIMITED BY SIZE
                  INTO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE

           IF WS-TOTAL-LISTED > 300
               MOVE SPACES TO TRL-REPORT-LINE
               STRING "ATENCAO: SO AS 300 PRIMEIRAS SEQUENCIAS SAO "
                          DELIMITED BY SIZE
                      "CARREGADAS PELOS PROGRAMAS DE ENTRADA"
                          DELIMITED BY SIZE
                      INTO TRL-REPORT-LINE
               WRITE TRL-REPORT-LINE
           END-IF

           MOVE "====================================================="
               TO TRL-REPORT-LINE
           WRITE TRL-REPORT-LINE.

       PROC-END-PROG.

           IF WS-TOTAL-REJECTED > 0 OR WS-TOTAL-LISTED > 300
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
