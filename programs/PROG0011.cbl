      * transacoes de correcao (CORRIN), cada uma referenciando o
      * EXCEPT-ID original com o nome e os paises corrigidos,
      * re-dirige o registro pela mesma edicao do PROG0002 usada na
      * janela batch (duplicidade no mestre e nos nomes alternativos
      * do ALIASFIL, paises na referencia) e, se aprovado, grava
      * mestre, referencia cruzada e feed JSON preservando o ID
      * original, marcando a pendencia como resolvida no registro
      * cumulativo (EXCPREG). As correcoes rejeitadas permanecem
      * pendentes e saem no relatorio CORRRPT.
      * Como na janela, a correcao aprovada com a mesma chave sonora
      * de outro nome do mestre ou de um nome alternativo vivo entra
      * com o par suspeito na fila de revisao (REVWREG, PROG0029).
      * A correcao aprovada passa pela mesma triagem da lista de
      * restricao da janela (PROG0048): com ocorrencia, vai para o
      * mestre e para a fila SCRNREG, mas nao para o feed.
      * O nome corrigido passa antes pela mesma tabela de
      * transliteracao da janela (TRLTAB, servico PROG0061): aceito
      * assim, sai com o aviso 03 no mestre e a grafia digitada
      * fica no TRLORIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PHONX-KEY
               FILE STATUS IS WS-PHONX-STATUS.

      * Nomes alternativos (PROG0057): so leitura, com as mesmas
      * consultas de duplicidade e quase-duplicidade da janela.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALIAS-NAME
               ALTERNATE RECORD KEY IS ALIAS-MASTER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ALIAS-PHON-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT REVW-REG-FILE ASSIGN TO "REVWREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVW-ID
               FILE STATUS IS WS-REVWREG-STATUS.

           SELECT SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT OPTIONAL TRANSL-FILE ASSIGN TO "TRLTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRL-FOREIGN
               FILE STATUS IS WS-TRANSL-STATUS.

           SELECT OPTIONAL TRLO-FILE ASSIGN TO "TRLORIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRLO-ID
               FILE STATUS IS WS-TRLO-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Diario de afiliacoes (acao 'I'), para a recuperacao do
      * mestre a partir da copia de seguranca.
           SELECT OPTIONAL XREF-DELTA-FILE ASSIGN TO "XREFDLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREFD-STATUS.

           SELECT OPTIONAL PARM-CARD-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FD  PHON-XREF-FILE.
       COPY 'books/PHONX-REC.cpy'.

       FD  ALIAS-FILE.
       COPY 'books/ALIAS-REC.cpy'.

       FD  REVW-REG-FILE.
       COPY 'books/REVWREG-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  TRANSL-FILE.
       COPY 'books/TRANSL-REC.cpy'.

       FD  TRLO-FILE.
       COPY 'books/TRLORIG-REC.cpy'.

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  XREF-DELTA-FILE.
       COPY 'books/XREFD-REC.cpy'.

       FD  PARM-CARD-FILE.
       01 PARM-CARD-RECORD PIC X(80).

       01 WS-CTRYREF-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-PHONX-STATUS PIC XX.
       01 WS-ALIAS-STATUS PIC XX.
       01 WS-REVWREG-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-TRANSL-STATUS PIC XX.
       01 WS-TRLO-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-XREFD-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

           88 END-OF-CORRIN VALUE 'Y'.
       01 WS-PARMCARD-EOF PIC X VALUE 'N'.
           88 END-OF-PARMCARD VALUE 'Y'.
       01 WS-TRANSL-EOF PIC X VALUE 'N'.
           88 END-OF-TRANSL VALUE 'Y'.
       01 WS-PHONX-EOF PIC X VALUE 'N'.
           88 END-OF-PHONX VALUE 'Y'.
       01 WS-NEARDUP-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-NEARDUP VALUE 'Y'.
      * Cadastro de nomes alternativos alocado (DD ALIASFIL com
      * conteudo); sem ele as edicoes valem so contra o mestre.
       01 WS-ALIAS-AVAIL-SWITCH PIC X VALUE 'N'.
           88 WS-ALIAS-AVAILABLE VALUE 'Y'.
       01 WS-ALIAS-EOF PIC X VALUE 'N'.
           88 END-OF-ALIAS VALUE 'Y'.
       01 WS-ALIAS-LIVE-SWITCH PIC X VALUE 'N'.
           88 WS-ALIAS-IS-LIVE VALUE 'Y'.

       01 WS-MIN-NAME-LENGTH PIC 9(04) VALUE 10.
       01 WS-COUNTRY-SRC-IDX PIC 9(04) VALUE 0.
       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(60) VALUE SPACES.
       01 WS-NEARDUP-ID PIC 9(08) VALUE 0.
       01 WS-NEARDUP-NAME PIC X(70) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-RESOLVED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-HELD           PIC 9(07) VALUE 0.
           05 WS-TOTAL-TRANSLIT       PIC 9(07) VALUE 0.
           05 WS-TOTAL-NEARDUP        PIC 9(07) VALUE 0.

       COPY 'books/PROG0002.cpy'.
       COPY 'books/PROG0003.cpy'.
       COPY 'books/PROG0015.cpy'.
       COPY 'books/PROG0028.cpy'.
       COPY 'books/PROG0048.cpy'.
       COPY 'books/PROG0061.cpy'.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-CLAIM-LOCK

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-CORRIN
           END-PERFORM

      * Correcoes aprovadas formam um segmento proprio do feed
      * (header + objetos + trailer) acrescentado ao JSONOUT do dia;
      * as retidas pela triagem nao entram no segmento.
           IF WS-TOTAL-RESOLVED > WS-TOTAL-HELD
               INITIALIZE PROG0003-BOOK
               MOVE 'T' TO PROG0003-FUNCTION
               MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
               MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
               COMPUTE PROG0003-FEED-COUNT =
                   WS-TOTAL-RESOLVED - WS-TOTAL-HELD
               SET PROG0003-IS-RESTART TO TRUE
               SET PROG0003-NEW-SEGMENT TO TRUE
               CALL 'PROG0003' USING PROG0003-BOOK
           CLOSE CTRY-REF-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE ALIAS-FILE
           CLOSE REVW-REG-FILE
           CLOSE SCRN-REG-FILE
           CLOSE TRLO-FILE
           CLOSE AUDIT-FILE
           CLOSE XREF-DELTA-FILE
           CLOSE CORR-REPORT

           PERFORM PROC-END-PROG.
               STOP RUN
           END-IF

      * Nomes alternativos: opcional (STATUS 05 = cadastro ainda nao
      * existe, nenhuma consulta a fazer).
           OPEN INPUT ALIAS-FILE
           EVALUATE WS-ALIAS-STATUS
               WHEN '00'
                   SET WS-ALIAS-AVAILABLE TO TRUE
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PROG0011: falha ao abrir ALIASFIL - STATUS "
                       WS-ALIAS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN I-O REVW-REG-FILE
           IF WS-REVWREG-STATUS NOT = '00'
                   AND WS-REVWREG-STATUS NOT = '05'
               DISPLAY "PROG0011: falha ao abrir REVWREG - STATUS "
                   WS-REVWREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0011: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Tabela de transliteracao e grafias originais: opcionais,
      * como na janela batch.
           PERFORM PROC-LOAD-TRANSLIT

           OPEN I-O TRLO-FILE
           IF WS-TRLO-STATUS NOT = '00' AND WS-TRLO-STATUS NOT = '05'
               DISPLAY "PROG0011: falha ao abrir TRLORIG - STATUS "
                   WS-TRLO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0011: falha ao abrir AUDTFILE - STATUS "
               STOP RUN
           END-IF

           OPEN EXTEND XREF-DELTA-FILE
           IF WS-XREFD-STATUS NOT = '00' AND WS-XREFD-STATUS NOT = '05'
               DISPLAY "PROG0011: falha ao abrir XREFDLT - STATUS "
                   WS-XREFD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Mesmo cartao de parametros da janela batch: so o MINLEN=
      * interessa aqui; as demais palavras-chave sao do driver.
           OPEN INPUT PARM-CARD-FILE

           INITIALIZE PROG0002-BOOK
           MOVE CORR-ID            TO PROG0002-ID
      * Mesma transliteracao da janela batch antes da padronizacao;
      * sem o modulo o nome segue como foi digitado.
           MOVE CORR-NAME TO PROG0061-NAME
           CALL 'PROG0061' USING PROG0061-BOOK
               ON EXCEPTION
                   DISPLAY "PROG0011: falha ao chamar modulo PROG0061"
                   MOVE 8 TO PROG0061-RTN-CODE
                   MOVE 0 TO PROG0061-CHAR-COUNT
                   MOVE CORR-NAME TO PROG0061-NAME-OUT
           END-CALL
           IF PROG0061-RTN-CODE = 4
               SET PROG0002-WAS-TRANSLITERATED TO TRUE
           END-IF
      * Mesma padronizacao da janela batch: a forma canonica e a que
      * passa pela edicao e pelas gravacoes; a forma digitada fica
      * na trilha de auditoria.
           INITIALIZE PROG0015-BOOK
           MOVE PROG0061-NAME-OUT TO PROG0015-NAME-RAW
           CALL 'PROG0015' USING PROG0015-BOOK
           MOVE PROG0015-NAME-STD  TO PROG0002-NAME
           MOVE WS-MIN-NAME-LENGTH TO PROG0002-MIN-LENGTH
                   MOVE 'Y' TO PROG0002-DUP-FOUND
           END-READ

      * O nome pode ja estar cadastrado como nome alternativo de
      * alguem (solteira, casada, abreviado): e a mesma pessoa, e o
      * veredito e o mesmo da duplicidade no mestre.
           IF NOT PROG0002-IS-DUPLICATE AND WS-ALIAS-AVAILABLE
               MOVE PROG0002-NAME TO ALIAS-NAME
               READ ALIAS-FILE KEY IS ALIAS-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PROC-CHECK-ALIAS-LIVE
                       IF WS-ALIAS-IS-LIVE
                           MOVE 'Y' TO PROG0002-DUP-FOUND
                           DISPLAY "PROG0011: nome cadastrado como "
                               "alternativo do ID " ALIAS-MASTER-ID
                               ": " PROG0002-NAME
                       END-IF
               END-READ
           END-IF

           MOVE 'N' TO PROG0002-CTRY-UNKNOWN
           MOVE SPACES TO PROG0002-BAD-COUNTRY
           PERFORM VARYING WS-COUNTRY-SRC-IDX FROM 1 BY 1
           MOVE PROG0002-NAME TO PROG0028-NAME
           CALL 'PROG0028' USING PROG0028-BOOK

           PERFORM PROC-CHECK-NEAR-DUP

           PERFORM PROC-SCREEN-WATCHLIST

           MOVE PROG0002-ID        TO MASTER-ID
           MOVE PROG0002-NAME      TO MASTER-NAME
           MOVE PROG0002-NAME-SIZE TO MASTER-NAME-SIZE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REJECT-CORRECTION
           ELSE
               IF WS-HAS-NEARDUP
                   PERFORM PROC-WRITE-REVW-REG
               END-IF
               PERFORM PROC-WRITE-CTRY-XREF
               PERFORM PROC-WRITE-PHON-XREF
               IF PROG0002-WAS-TRANSLITERATED
                   PERFORM PROC-WRITE-TRANSL-ORIG
               END-IF
               IF PROG0048-HIT
                   PERFORM PROC-WRITE-SCRN-REG
               ELSE
                   PERFORM PROC-CALL-PROG0003
               END-IF
               MOVE 'R' TO EXCPREG-STATUS
               MOVE WS-RUN-DATE (1:8) TO EXCPREG-RES-DATE
               REWRITE EXCPREG-RECORD
                      FUNCTION TRIM(CORR-GIVEN-NAME) DELIMITED BY SIZE
                      INTO CORR-REPORT-LINE
               WRITE CORR-REPORT-LINE

               IF PROG0002-WAS-TRANSLITERATED
                   ADD 1 TO WS-TOTAL-TRANSLIT
                   MOVE SPACES TO CORR-REPORT-LINE
                   STRING "  TRANSLITERADA (AVISO 03) CARACTERES="
                              DELIMITED BY SIZE
                          PROG0061-CHAR-COUNT DELIMITED BY SIZE
                          " NOME GRAVADO=" DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0002-SURNAME)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0002-GIVEN-NAME)
                              DELIMITED BY SIZE
                          INTO CORR-REPORT-LINE
                   WRITE CORR-REPORT-LINE
               END-IF

               IF WS-HAS-NEARDUP
                   MOVE SPACES TO CORR-REPORT-LINE
                   STRING "  SUSPEITA DE QUASE-DUPLICIDADE COM ID="
                              DELIMITED BY SIZE
                          WS-NEARDUP-ID DELIMITED BY SIZE
                          " (CHAVE " DELIMITED BY SIZE
                          PROG0028-PHON-KEY DELIMITED BY SIZE
                          ") - FILA REVWREG" DELIMITED BY SIZE
                          INTO CORR-REPORT-LINE
                   WRITE CORR-REPORT-LINE
               END-IF

               IF PROG0048-HIT
                   ADD 1 TO WS-TOTAL-HELD
                   MOVE SPACES TO CORR-REPORT-LINE
                   STRING "  RETIDA NA TRIAGEM (LISTA DE RESTRICAO) "
                              DELIMITED BY SIZE
                          "TIPO=" DELIMITED BY SIZE
                          PROG0048-MATCH-TYPE DELIMITED BY SIZE
                          " REF=" DELIMITED BY SIZE
                          PROG0048-WATCH-REF DELIMITED BY SIZE
                          INTO CORR-REPORT-LINE
                   WRITE CORR-REPORT-LINE
               END-IF
           END-IF.

      * Mesma deteccao da janela batch: qualquer registro ja
      * cadastrado com a mesma chave sonora e nome diferente e um
      * par suspeito. A correcao e aprovada normalmente; o par vai
      * para a fila de revisao (PROG0029) depois de gravado o mestre.
       PROC-CHECK-NEAR-DUP.

           MOVE 'N' TO WS-NEARDUP-SWITCH
           MOVE 'N' TO WS-PHONX-EOF

           IF PROG0028-PHON-KEY = SPACES
               SET END-OF-PHONX TO TRUE
           END-IF

           MOVE PROG0028-PHON-KEY TO PHONX-PHON
           MOVE 0 TO PHONX-ID
           START PHON-XREF-FILE KEY IS NOT LESS THAN PHONX-KEY
               INVALID KEY
                   SET END-OF-PHONX TO TRUE
           END-START

           PERFORM UNTIL END-OF-PHONX OR WS-HAS-NEARDUP
               READ PHON-XREF-FILE NEXT RECORD
                   AT END
                       SET END-OF-PHONX TO TRUE
                   NOT AT END
                       IF PHONX-PHON NOT = PROG0028-PHON-KEY
                           SET END-OF-PHONX TO TRUE
                       ELSE
                           IF PHONX-NAME NOT = PROG0002-NAME
                               SET WS-HAS-NEARDUP TO TRUE
                               MOVE PHONX-ID   TO WS-NEARDUP-ID
                               MOVE PHONX-NAME TO WS-NEARDUP-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-HAS-NEARDUP AND WS-ALIAS-AVAILABLE
                   AND PROG0028-PHON-KEY NOT = SPACES
               PERFORM PROC-CHECK-ALIAS-NEAR-DUP
           END-IF

           IF WS-HAS-NEARDUP
               ADD 1 TO WS-TOTAL-NEARDUP
           END-IF.

      * Mesma faixa de chave sonora no cadastro de nomes
      * alternativos: o par suspeito vai para a fila com o ID dono do
      * nome alternativo e o proprio nome alternativo, para a
      * bancada ver por que casou.
       PROC-CHECK-ALIAS-NEAR-DUP.

           MOVE 'N' TO WS-ALIAS-EOF
           MOVE PROG0028-PHON-KEY TO ALIAS-PHON-KEY
           START ALIAS-FILE KEY IS = ALIAS-PHON-KEY
               INVALID KEY
                   SET END-OF-ALIAS TO TRUE
           END-START

           PERFORM UNTIL END-OF-ALIAS OR WS-HAS-NEARDUP
               READ ALIAS-FILE NEXT RECORD
                   AT END
                       SET END-OF-ALIAS TO TRUE
                   NOT AT END
                       IF ALIAS-PHON-KEY NOT = PROG0028-PHON-KEY
                           SET END-OF-ALIAS TO TRUE
                       ELSE
                           IF ALIAS-NAME NOT = PROG0002-NAME
                               PERFORM PROC-CHECK-ALIAS-LIVE
                               IF WS-ALIAS-IS-LIVE
                                   SET WS-HAS-NEARDUP TO TRUE
                                   MOVE ALIAS-MASTER-ID
                                       TO WS-NEARDUP-ID
                                   MOVE ALIAS-NAME
                                       TO WS-NEARDUP-NAME
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Nome alternativo so vale enquanto o MASTER-ID dele estiver no
      * mestre: o de registro excluido/expurgado fica dormente ate
      * uma restauracao e nao barra ninguem.
       PROC-CHECK-ALIAS-LIVE.

           MOVE 'N' TO WS-ALIAS-LIVE-SWITCH
           MOVE ALIAS-MASTER-ID TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALIAS-IS-LIVE TO TRUE
           END-READ.

       PROC-WRITE-REVW-REG.

           MOVE PROG0002-ID        TO REVW-ID
           MOVE PROG0002-NAME      TO REVW-NAME
           MOVE WS-NEARDUP-ID      TO REVW-MATCH-ID
           MOVE WS-NEARDUP-NAME    TO REVW-MATCH-NAME
           MOVE PROG0028-PHON-KEY  TO REVW-PHON-KEY
           MOVE 'P'                TO REVW-STATUS
           MOVE WS-RUN-DATE (1:8)  TO REVW-DATE
           MOVE SPACES             TO REVW-RES-DATE

           WRITE REVWREG-RECORD
               INVALID KEY
                   REWRITE REVWREG-RECORD
           END-WRITE.

      * Mesma triagem da janela batch, antes de gravar o mestre: sem
      * a lista de restricao o passo para com RC 16 (as correcoes ja
      * aplicadas ficam; as demais continuam pendentes no EXCPREG e
      * entram de novo na proxima submissao do CORRIN).
       PROC-SCREEN-WATCHLIST.

           INITIALIZE PROG0048-BOOK
           MOVE PROG0002-NAME TO PROG0048-NAME
           MOVE PROG0028-PHON-KEY TO PROG0048-PHON-KEY

           CALL 'PROG0048' USING PROG0048-BOOK
               ON EXCEPTION
                   MOVE 8 TO PROG0048-RTN-CODE
           END-CALL

           IF PROG0048-UNAVAILABLE
               DISPLAY "PROG0011: lista de restricao indisponivel - "
                   "correcao interrompida no ID " PROG0002-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Ocorrencia: pendencia para compliance, com a trilha de
      * auditoria da retencao.
       PROC-WRITE-SCRN-REG.

           MOVE PROG0002-ID          TO SCRN-ID
           MOVE PROG0002-NAME        TO SCRN-NAME
           MOVE 'P'                  TO SCRN-STATUS
           MOVE PROG0048-MATCH-TYPE  TO SCRN-MATCH-TYPE
           MOVE PROG0048-WATCH-NAME  TO SCRN-WATCH-NAME
           MOVE PROG0048-WATCH-REF   TO SCRN-WATCH-REF
           MOVE 'C'                  TO SCRN-ORIGIN
           MOVE 'N'                  TO SCRN-PUBLISHED
           MOVE WS-RUN-DATE (1:8)    TO SCRN-HIT-DATE
           MOVE SPACES               TO SCRN-OPERATOR
           MOVE SPACES               TO SCRN-RES-DATE

           WRITE SCRN-RECORD
               INVALID KEY
                   REWRITE SCRN-RECORD
           END-WRITE

           MOVE 'PROG0048' TO AUDIT-PROGRAM
           MOVE PROG0002-ID TO AUDIT-ID
           MOVE CORR-NAME TO AUDIT-NAME
           MOVE 4 TO AUDIT-RTN-CODE
           PERFORM PROC-WRITE-AUDIT.

      * Grafia digitada na correcao, ao lado da forma gravada no
      * mestre (o ID da pendencia so entra uma vez no mestre).
       PROC-WRITE-TRANSL-ORIG.

           MOVE PROG0002-ID         TO TRLO-ID
           MOVE CORR-NAME           TO TRLO-ORIG-NAME
           MOVE PROG0002-NAME       TO TRLO-NAME
           MOVE PROG0061-CHAR-COUNT TO TRLO-CHAR-COUNT
           MOVE 'PROG0011'          TO TRLO-PROGRAM
           MOVE CORR-OPERATOR       TO TRLO-SOURCE
           MOVE FUNCTION CURRENT-DATE (1:14) TO TRLO-TS

           WRITE TRLO-RECORD
               INVALID KEY
                   REWRITE TRLO-RECORD
           END-WRITE.

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

       PROC-WRITE-CTRY-XREF.
                       INVALID KEY
                           DISPLAY "PROG0011: afiliacao ja gravada: "
                               CTRYX-COUNTRY " " CTRYX-ID
                       NOT INVALID KEY
                           MOVE FUNCTION CURRENT-DATE (1:8)
                               TO XREFD-DATE
                           MOVE 'I' TO XREFD-ACTION
                           MOVE CTRYX-ID TO XREFD-ID
                           MOVE CTRYX-COUNTRY TO XREFD-COUNTRY
                           WRITE XREFD-RECORD
                   END-WRITE
               END-IF
           END-PERFORM.
           MOVE CORR-OPERATOR TO AUDIT-OPERATOR
           MOVE 'C' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

                  INTO CORR-REPORT-LINE
           WRITE CORR-REPORT-LINE

           STRING "RETIDAS NA TRIAGEM...: " DELIMITED BY SIZE
                  WS-TOTAL-HELD DELIMITED BY SIZE
                  INTO CORR-REPORT-LINE
           WRITE CORR-REPORT-LINE

           STRING "TRANSLITERADAS.......: " DELIMITED BY SIZE
                  WS-TOTAL-TRANSLIT DELIMITED BY SIZE
                  INTO CORR-REPORT-LINE
           WRITE CORR-REPORT-LINE

           STRING "QUASE-DUPLICIDADES...: " DELIMITED BY SIZE
                  WS-TOTAL-NEARDUP DELIMITED BY SIZE
                  INTO CORR-REPORT-LINE
           WRITE CORR-REPORT-LINE

           MOVE "====================================================="
               TO CORR-REPORT-LINE
           WRITE CORR-REPORT-LINE.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0011' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0011: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0011: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0011: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0011' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
