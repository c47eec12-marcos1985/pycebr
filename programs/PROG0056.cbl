       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0056.

      * Re-processamento automatico das rejeicoes por pais depois da
      * carga da referencia de paises (PROG0007): percorre o registro
      * cumulativo de excecoes (EXCPREG) atras das pendencias com
      * RTN-CODE 6 (pais desconhecido) e, quando todos os paises
      * gravados na rejeicao (EXCPREG-COUNTRIES) ja sao validos na
      * referencia, re-dirige o registro pela mesma edicao da janela
      * batch: duplicidade no mestre e nos nomes alternativos
      * (ALIASFIL), veredito do PROG0002 com a camada de avisos do
      * cartao de parametros, quase-duplicidade pela chave sonora
      * contra o mestre e os nomes alternativos (fila REVWREG) e
      * triagem da lista de restricao (PROG0048). Aprovado, grava
      * mestre, referencias cruzada e fonetica e feed JSON com o
      * EXCEPT-ID original e marca a pendencia como resolvida;
      * reprovado por outro motivo, a pendencia continua no EXCPREG
      * com o veredito novo para a bancada corrigir pelo PROG0011. O
      * relatorio RDRVRPT lista o que foi liberado e o que ainda
      * falha.
      * O nome re-editado e o que veio no NAMEIN (EXCPREG-RAW-NAME),
      * passado de novo pela tabela de transliteracao da janela
      * (TRLTAB, servico PROG0061): aceito assim, sai com o aviso 03
      * no mestre e a grafia original no TRLORIG. Pendencia sem o
      * nome original usa o nome ja editado da rejeicao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCP-REG-FILE ASSIGN TO "EXCPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCPREG-ID
               FILE STATUS IS WS-EXCPREG-STATUS.

           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               ALTERNATE RECORD KEY IS MASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CTRY-REF-FILE ASSIGN TO "CTRYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTRYREF-CODE
               FILE STATUS IS WS-CTRYREF-STATUS.

           SELECT CTRY-XREF-FILE ASSIGN TO "CTRYXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRYX-KEY
               FILE STATUS IS WS-CTRYX-STATUS.

           SELECT PHON-XREF-FILE ASSIGN TO "PHONFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT REDRIVE-REPORT ASSIGN TO "RDRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  EXCP-REG-FILE.
       COPY 'books/EXCPREG-REC.cpy'.

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  CTRY-REF-FILE.
       COPY 'books/CTRYREF-REC.cpy'.

       FD  CTRY-XREF-FILE.
       COPY 'books/CTRYX-REC.cpy'.

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

       FD  REDRIVE-REPORT.
       01 REDRIVE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EXCPREG-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
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

       01 WS-EXCPREG-EOF PIC X VALUE 'N'.
           88 END-OF-EXCPREG VALUE 'Y'.
       01 WS-PARMCARD-EOF PIC X VALUE 'N'.
           88 END-OF-PARMCARD VALUE 'Y'.
       01 WS-PHONX-EOF PIC X VALUE 'N'.
           88 END-OF-PHONX VALUE 'Y'.
       01 WS-TRANSL-EOF PIC X VALUE 'N'.
           88 END-OF-TRANSL VALUE 'Y'.
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
       01 WS-WARN-ENABLED PIC X(01) VALUE 'N'.
       01 WS-COUNTRY-SRC-IDX PIC 9(04) VALUE 0.
       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(60) VALUE SPACES.
       01 WS-NEARDUP-ID PIC 9(08) VALUE 0.
       01 WS-NEARDUP-NAME PIC X(70) VALUE SPACES.
       01 WS-ORIG-NAME PIC X(70) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-CANDIDATES     PIC 9(07) VALUE 0.
           05 WS-TOTAL-RELEASED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-STILL-FAILING  PIC 9(07) VALUE 0.
           05 WS-TOTAL-STILL-UNKNOWN  PIC 9(07) VALUE 0.
           05 WS-TOTAL-NO-COUNTRIES   PIC 9(07) VALUE 0.
           05 WS-TOTAL-WARNED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-NEARDUP        PIC 9(07) VALUE 0.
           05 WS-TOTAL-HELD           PIC 9(07) VALUE 0.
           05 WS-TOTAL-TRANSLIT       PIC 9(07) VALUE 0.

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

      * Varredura do registro inteiro pela chave: as pendencias de
      * pais sao poucas e espalhadas por toda a faixa de IDs.
           MOVE 0 TO EXCPREG-ID
           START EXCP-REG-FILE KEY IS NOT LESS THAN EXCPREG-ID
               INVALID KEY
                   SET END-OF-EXCPREG TO TRUE
           END-START

           PERFORM UNTIL END-OF-EXCPREG
               READ EXCP-REG-FILE NEXT RECORD
                   AT END
                       SET END-OF-EXCPREG TO TRUE
                   NOT AT END
                       IF EXCPREG-PENDING AND EXCPREG-RTN-CODE = 6
                           ADD 1 TO WS-TOTAL-CANDIDATES
                           PERFORM PROC-REDRIVE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM

      * Liberadas formam um segmento proprio do feed (header +
      * objetos + trailer) acrescentado ao JSONOUT do dia, como as
      * correcoes do PROG0011; as retidas pela triagem nao entram.
           IF WS-TOTAL-RELEASED > WS-TOTAL-HELD
               INITIALIZE PROG0003-BOOK
               MOVE 'T' TO PROG0003-FUNCTION
               MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
               MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
               COMPUTE PROG0003-FEED-COUNT =
                   WS-TOTAL-RELEASED - WS-TOTAL-HELD
               SET PROG0003-IS-RESTART TO TRUE
               SET PROG0003-NEW-SEGMENT TO TRUE
               CALL 'PROG0003' USING PROG0003-BOOK
           END-IF

           PERFORM PROC-PRINT-TOTALS

           CLOSE EXCP-REG-FILE
           CLOSE MASTER-FILE
           CLOSE CTRY-REF-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE ALIAS-FILE
           CLOSE REVW-REG-FILE
           CLOSE SCRN-REG-FILE
           CLOSE TRLO-FILE
           CLOSE AUDIT-FILE
           CLOSE XREF-DELTA-FILE
           CLOSE REDRIVE-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN I-O EXCP-REG-FILE
           IF WS-EXCPREG-STATUS NOT = '00'
               DISPLAY "PROG0056: falha ao abrir EXCPREG - STATUS "
                   WS-EXCPREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0056: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CTRY-REF-FILE
           IF WS-CTRYREF-STATUS NOT = '00'
               DISPLAY "PROG0056: falha ao abrir CTRYFILE - STATUS "
                   WS-CTRYREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CTRY-XREF-FILE
           IF WS-CTRYX-STATUS NOT = '00'
               DISPLAY "PROG0056: falha ao abrir CTRYXREF - STATUS "
                   WS-CTRYX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PHON-XREF-FILE
           IF WS-PHONX-STATUS NOT = '00' AND WS-PHONX-STATUS NOT = '05'
               DISPLAY "PROG0056: falha ao abrir PHONFILE - STATUS "
                   WS-PHONX-STATUS
               MOVE 16 TO RETURN-CODE
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
                   DISPLAY "PROG0056: falha ao abrir ALIASFIL - STATUS "
                       WS-ALIAS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN I-O REVW-REG-FILE
           IF WS-REVWREG-STATUS NOT = '00'
                   AND WS-REVWREG-STATUS NOT = '05'
               DISPLAY "PROG0056: falha ao abrir REVWREG - STATUS "
                   WS-REVWREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0056: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Tabela de transliteracao e grafias originais: opcionais,
      * como na janela batch.
           PERFORM PROC-LOAD-TRANSLIT

           OPEN I-O TRLO-FILE
           IF WS-TRLO-STATUS NOT = '00' AND WS-TRLO-STATUS NOT = '05'
               DISPLAY "PROG0056: falha ao abrir TRLORIG - STATUS "
                   WS-TRLO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0056: falha ao abrir AUDTFILE - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND XREF-DELTA-FILE
           IF WS-XREFD-STATUS NOT = '00' AND WS-XREFD-STATUS NOT = '05'
               DISPLAY "PROG0056: falha ao abrir XREFDLT - STATUS "
                   WS-XREFD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Mesmo cartao de parametros da janela batch: MINLEN= e
      * AVISOS= valem aqui como la; as demais palavras-chave sao do
      * driver.
           OPEN INPUT PARM-CARD-FILE
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-PARMCARD-EOF
           END-IF
           PERFORM UNTIL END-OF-PARMCARD
               READ PARM-CARD-FILE
                   AT END
                       SET END-OF-PARMCARD TO TRUE
                   NOT AT END
                       IF PARM-CARD-RECORD (1:7) = 'MINLEN='
                               AND PARM-CARD-RECORD (8:4) IS NUMERIC
                           MOVE PARM-CARD-RECORD (8:4)
                               TO WS-MIN-NAME-LENGTH
                       END-IF
                       IF PARM-CARD-RECORD (1:7) = 'AVISOS='
                               AND (PARM-CARD-RECORD (8:1) = 'S'
                                   OR PARM-CARD-RECORD (8:1) = 'N')
                           MOVE PARM-CARD-RECORD (8:1)
                               TO WS-WARN-ENABLED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARM-STATUS = '00'
               CLOSE PARM-CARD-FILE
           END-IF

           OPEN OUTPUT REDRIVE-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0056: falha ao abrir RDRVRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE
           MOVE "RE-PROCESSAMENTO DE REJEICOES DE PAIS - PROG0056"
               TO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE
           MOVE "====================================================="
               TO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE.

      * Pendencia anterior ao registro dos paises na rejeicao (ou
      * com todos em branco) nao tem o que re-processar: so a
      * correcao digitada no PROG0011 a resolve. Pais ainda
      * desconhecido ou aposentado deixa a pendencia como esta, sem
      * linha de auditoria, para a proxima carga.
       PROC-REDRIVE-EXCEPTION.

           MOVE SPACES TO WS-REJECT-REASON

           IF EXCPREG-COUNTRIES = SPACES
               ADD 1 TO WS-TOTAL-NO-COUNTRIES
               MOVE SPACES TO REDRIVE-REPORT-LINE
               STRING "SEM PAISES ID=" DELIMITED BY SIZE
                      EXCPREG-ID DELIMITED BY SIZE
                      " NOME=" DELIMITED BY SIZE
                      FUNCTION TRIM(EXCPREG-SURNAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(EXCPREG-GIVEN-NAME)
                          DELIMITED BY SIZE
                      " - CORRIGIR PELO PROG0011" DELIMITED BY SIZE
                      INTO REDRIVE-REPORT-LINE
               WRITE REDRIVE-REPORT-LINE
           ELSE
               PERFORM PROC-LOOKUP-COUNTRIES
               IF PROG0002-HAS-UNKNOWN-CTRY
                   ADD 1 TO WS-TOTAL-STILL-UNKNOWN
               ELSE
                   PERFORM PROC-EDIT-EXCEPTION
                   IF WS-REJECT-REASON = SPACES
                       PERFORM PROC-COMMIT-EXCEPTION
                   ELSE
                       PERFORM PROC-KEEP-PENDING
                   END-IF
               END-IF
           END-IF.

      * Mesma regra da janela batch: codigo aposentado com vigencia
      * ja alcancada conta como desconhecido.
       PROC-LOOKUP-COUNTRIES.

           INITIALIZE PROG0002-BOOK
           MOVE 'N' TO PROG0002-CTRY-UNKNOWN
           MOVE SPACES TO PROG0002-BAD-COUNTRY
           PERFORM VARYING WS-COUNTRY-SRC-IDX FROM 1 BY 1
                   UNTIL WS-COUNTRY-SRC-IDX > 5
                       OR PROG0002-HAS-UNKNOWN-CTRY
               IF EXCPREG-COUNTRY (WS-COUNTRY-SRC-IDX) NOT = SPACES
                   MOVE EXCPREG-COUNTRY (WS-COUNTRY-SRC-IDX)
                       TO CTRYREF-CODE
                   READ CTRY-REF-FILE
                       INVALID KEY
                           SET PROG0002-HAS-UNKNOWN-CTRY TO TRUE
                           MOVE CTRYREF-CODE TO PROG0002-BAD-COUNTRY
                       NOT INVALID KEY
                           IF CTRYREF-RETIRED
                                   AND CTRYREF-EFF-DATE <=
                                       WS-RUN-DATE (1:8)
                               SET PROG0002-HAS-UNKNOWN-CTRY TO TRUE
                               MOVE CTRYREF-CODE
                                   TO PROG0002-BAD-COUNTRY
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      * Mesma cadeia de edicao da janela batch, com os paises ja
      * conferidos acima: transliteracao, padronizacao, duplicidade
      * no mestre e nos nomes alternativos e veredito pelo PROG0002
      * (com a camada de avisos).
       PROC-EDIT-EXCEPTION.

           MOVE EXCPREG-ID TO PROG0002-ID
           IF EXCPREG-RAW-NAME NOT = SPACES
               MOVE EXCPREG-RAW-NAME TO WS-ORIG-NAME
           ELSE
               MOVE EXCPREG-NAME TO WS-ORIG-NAME
           END-IF
      * Mesma transliteracao da janela batch antes da padronizacao;
      * sem o modulo o nome segue como esta.
           MOVE WS-ORIG-NAME TO PROG0061-NAME
           CALL 'PROG0061' USING PROG0061-BOOK
               ON EXCEPTION
                   DISPLAY "PROG0056: falha ao chamar modulo PROG0061"
                   MOVE 8 TO PROG0061-RTN-CODE
                   MOVE 0 TO PROG0061-CHAR-COUNT
                   MOVE WS-ORIG-NAME TO PROG0061-NAME-OUT
           END-CALL
           IF PROG0061-RTN-CODE = 4
               SET PROG0002-WAS-TRANSLITERATED TO TRUE
           END-IF
           INITIALIZE PROG0015-BOOK
           MOVE PROG0061-NAME-OUT TO PROG0015-NAME-RAW
           CALL 'PROG0015' USING PROG0015-BOOK
           MOVE PROG0015-NAME-STD  TO PROG0002-NAME
           MOVE WS-MIN-NAME-LENGTH TO PROG0002-MIN-LENGTH
           MOVE WS-WARN-ENABLED    TO PROG0002-WARN-ENABLED

           MOVE 'N' TO PROG0002-DUP-FOUND
           MOVE PROG0002-NAME TO MASTER-NAME
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
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
                           DISPLAY "PROG0056: nome cadastrado como "
                               "alternativo do ID " ALIAS-MASTER-ID
                               ": " PROG0002-NAME
                       END-IF
               END-READ
           END-IF

           CALL 'PROG0002' USING PROG0002-BOOK

           MOVE 'PROG0002' TO AUDIT-PROGRAM
           MOVE PROG0002-ID TO AUDIT-ID
           MOVE WS-ORIG-NAME TO AUDIT-NAME
           MOVE PROG0002-RTN-CODE TO AUDIT-RTN-CODE
           PERFORM PROC-WRITE-AUDIT

           IF PROG0002-RTN-CODE NOT = 0
               MOVE PROG0002-MSG (1:60) TO WS-REJECT-REASON
           END-IF.

       PROC-COMMIT-EXCEPTION.

      * Chave sonora do nome canonico, como na janela batch.
           INITIALIZE PROG0028-BOOK
           MOVE PROG0002-NAME TO PROG0028-NAME
           CALL 'PROG0028' USING PROG0028-BOOK

           PERFORM PROC-CHECK-NEAR-DUP

           PERFORM PROC-SCREEN-WATCHLIST

           MOVE PROG0002-ID        TO MASTER-ID
           MOVE PROG0002-NAME      TO MASTER-NAME
           MOVE PROG0002-NAME-SIZE TO MASTER-NAME-SIZE
           MOVE 'A'                TO MASTER-STATUS
           MOVE FUNCTION CURRENT-DATE (1:14) TO MASTER-ADD-TS
           MOVE SPACES TO MASTER-CHG-TS
           MOVE PROG0028-PHON-KEY  TO MASTER-PHON-KEY
           MOVE PROG0002-WARN-CODE TO MASTER-WARN-CODE
           WRITE MASTER-RECORD
               INVALID KEY
                   MOVE "NOME DUPLICADO NO MESTRE" TO WS-REJECT-REASON
           END-WRITE

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-TOTAL-STILL-FAILING
               PERFORM PROC-REPORT-FAILURE
           ELSE
               IF WS-HAS-NEARDUP
                   PERFORM PROC-WRITE-REVW-REG
               END-IF
               PERFORM PROC-WRITE-CTRY-XREF
               PERFORM PROC-WRITE-PHON-XREF
               IF PROG0002-WAS-TRANSLITERATED
                   ADD 1 TO WS-TOTAL-TRANSLIT
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
               ADD 1 TO WS-TOTAL-RELEASED

               MOVE SPACES TO REDRIVE-REPORT-LINE
               STRING "LIBERADA ID=" DELIMITED BY SIZE
                      EXCPREG-ID DELIMITED BY SIZE
                      " NOME=" DELIMITED BY SIZE
                      FUNCTION TRIM(EXCPREG-SURNAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(EXCPREG-GIVEN-NAME)
                          DELIMITED BY SIZE
                      " PAISES=" DELIMITED BY SIZE
                      EXCPREG-COUNTRIES DELIMITED BY SIZE
                      " ORIGEM=" DELIMITED BY SIZE
                      EXCPREG-SOURCE DELIMITED BY SIZE
                      " REJEITADA EM " DELIMITED BY SIZE
                      EXCPREG-DATE DELIMITED BY SIZE
                      INTO REDRIVE-REPORT-LINE
               WRITE REDRIVE-REPORT-LINE

               IF PROG0002-HAS-WARNING
                   ADD 1 TO WS-TOTAL-WARNED
                   MOVE SPACES TO REDRIVE-REPORT-LINE
                   STRING "  ACEITA COM AVISO " DELIMITED BY SIZE
                          PROG0002-WARN-CODE DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          PROG0002-MSG (1:60) DELIMITED BY SIZE
                          INTO REDRIVE-REPORT-LINE
                   WRITE REDRIVE-REPORT-LINE
               END-IF

               IF WS-HAS-NEARDUP
                   MOVE SPACES TO REDRIVE-REPORT-LINE
                   STRING "  SUSPEITA DE QUASE-DUPLICIDADE COM ID="
                              DELIMITED BY SIZE
                          WS-NEARDUP-ID DELIMITED BY SIZE
                          " (CHAVE " DELIMITED BY SIZE
                          PROG0028-PHON-KEY DELIMITED BY SIZE
                          ") - FILA REVWREG" DELIMITED BY SIZE
                          INTO REDRIVE-REPORT-LINE
                   WRITE REDRIVE-REPORT-LINE
               END-IF

               IF PROG0048-HIT
                   ADD 1 TO WS-TOTAL-HELD
                   MOVE SPACES TO REDRIVE-REPORT-LINE
                   STRING "  RETIDA NA TRIAGEM (LISTA DE RESTRICAO) "
                              DELIMITED BY SIZE
                          "TIPO=" DELIMITED BY SIZE
                          PROG0048-MATCH-TYPE DELIMITED BY SIZE
                          " REF=" DELIMITED BY SIZE
                          PROG0048-WATCH-REF DELIMITED BY SIZE
                          INTO REDRIVE-REPORT-LINE
                   WRITE REDRIVE-REPORT-LINE
               END-IF
           END-IF.

      * Mesma deteccao da janela batch: qualquer registro ja
      * cadastrado com a mesma chave sonora e nome diferente e um
      * par suspeito. O registro e liberado normalmente; o par vai
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
      * a lista de restricao o passo para com RC 16 (as liberacoes
      * ja aplicadas ficam; as demais continuam pendentes no EXCPREG
      * e entram de novo na proxima execucao).
       PROC-SCREEN-WATCHLIST.

           INITIALIZE PROG0048-BOOK
           MOVE PROG0002-NAME TO PROG0048-NAME
           MOVE PROG0028-PHON-KEY TO PROG0048-PHON-KEY

           CALL 'PROG0048' USING PROG0048-BOOK
               ON EXCEPTION
                   MOVE 8 TO PROG0048-RTN-CODE
           END-CALL

           IF PROG0048-UNAVAILABLE
               DISPLAY "PROG0056: lista de restricao indisponivel - "
                   "re-processamento interrompido no ID " PROG0002-ID
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
           MOVE 'R'                  TO SCRN-ORIGIN
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
           MOVE WS-ORIG-NAME TO AUDIT-NAME
           MOVE 4 TO AUDIT-RTN-CODE
           PERFORM PROC-WRITE-AUDIT.

       PROC-WRITE-CTRY-XREF.

           PERFORM VARYING WS-COUNTRY-SRC-IDX FROM 1 BY 1
                   UNTIL WS-COUNTRY-SRC-IDX > 5
               IF EXCPREG-COUNTRY (WS-COUNTRY-SRC-IDX) NOT = SPACES
                   MOVE EXCPREG-COUNTRY (WS-COUNTRY-SRC-IDX)
                       TO CTRYX-COUNTRY
                   MOVE PROG0002-ID   TO CTRYX-ID
                   MOVE PROG0002-NAME TO CTRYX-NAME
                   WRITE CTRYX-RECORD
                       INVALID KEY
                           DISPLAY "PROG0056: afiliacao ja gravada: "
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

       PROC-WRITE-PHON-XREF.

           IF PROG0028-PHON-KEY NOT = SPACES
               MOVE PROG0028-PHON-KEY TO PHONX-PHON
               MOVE PROG0002-ID       TO PHONX-ID
               MOVE PROG0002-NAME     TO PHONX-NAME
               WRITE PHONX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      * JSONOUT do dia e DISP=MOD: o flag de restart faz o PROG0003
      * abrir em EXTEND ja no primeiro CALL, acrescentando a
      * liberacao ao feed em vez de recomecar o arquivo.
       PROC-CALL-PROG0003.

           INITIALIZE PROG0003-BOOK
           MOVE PROG0002-ID   TO PROG0003-ID
           MOVE PROG0002-NAME TO PROG0003-NAME
           MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
           MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
           SET PROG0003-IS-RESTART TO TRUE
           SET PROG0003-NEW-SEGMENT TO TRUE

           MOVE 0 TO PROG0003-COUNTRY-COUNT
           PERFORM VARYING WS-COUNTRY-SRC-IDX FROM 1 BY 1
                   UNTIL WS-COUNTRY-SRC-IDX > 5
               IF EXCPREG-COUNTRY (WS-COUNTRY-SRC-IDX) NOT = SPACES
                   ADD 1 TO PROG0003-COUNTRY-COUNT
                   MOVE EXCPREG-COUNTRY (WS-COUNTRY-SRC-IDX)
                       TO PROG0003-COUNTRY-CODE (PROG0003-COUNTRY-COUNT)
               END-IF
           END-PERFORM

           CALL 'PROG0003' USING PROG0003-BOOK

           MOVE 'PROG0003' TO AUDIT-PROGRAM
           MOVE PROG0002-ID TO AUDIT-ID
           MOVE WS-ORIG-NAME TO AUDIT-NAME
           MOVE 0 TO AUDIT-RTN-CODE
           PERFORM PROC-WRITE-AUDIT.

      * Reprovada por outro motivo: a pendencia passa a mostrar o
      * veredito atual (sai da faixa RTN 6 e nao volta a ser
      * re-processada), e a bancada corrige pelo PROG0011.
       PROC-KEEP-PENDING.

           MOVE PROG0002-RTN-CODE    TO EXCPREG-RTN-CODE
           MOVE PROG0002-STATUS-DESC TO EXCPREG-STATUS-DESC
           REWRITE EXCPREG-RECORD

           ADD 1 TO WS-TOTAL-STILL-FAILING
           PERFORM PROC-REPORT-FAILURE.

       PROC-REPORT-FAILURE.

           MOVE SPACES TO REDRIVE-REPORT-LINE
           STRING "AINDA REJEITADA ID=" DELIMITED BY SIZE
                  EXCPREG-ID DELIMITED BY SIZE
                  " NOME=" DELIMITED BY SIZE
                  FUNCTION TRIM(EXCPREG-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(EXCPREG-GIVEN-NAME) DELIMITED BY SIZE
                  " RTN=" DELIMITED BY SIZE
                  PROG0002-RTN-CODE DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE.

      * Grafia como veio no NAMEIN, ao lado da forma gravada no
      * mestre; a origem e a do envelope da rejeicao.
       PROC-WRITE-TRANSL-ORIG.

           MOVE PROG0002-ID         TO TRLO-ID
           MOVE WS-ORIG-NAME        TO TRLO-ORIG-NAME
           MOVE PROG0002-NAME       TO TRLO-NAME
           MOVE PROG0061-CHAR-COUNT TO TRLO-CHAR-COUNT
           MOVE 'PROG0056'          TO TRLO-PROGRAM
           MOVE EXCPREG-SOURCE      TO TRLO-SOURCE
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

      * Linha da edicao com acao 'L' (liberacao automatica da
      * pendencia de pais); operador e o proprio programa. Com
      * RTN 0 a recuperacao do mestre (PROG0041) a repete como
      * inclusao, como as da janela e as correcoes.
       PROC-WRITE-AUDIT.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 'PROG0056' TO AUDIT-OPERATOR
           MOVE 'L' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           STRING "PENDENCIAS RTN 6.....: " DELIMITED BY SIZE
                  WS-TOTAL-CANDIDATES DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           STRING "LIBERADAS............: " DELIMITED BY SIZE
                  WS-TOTAL-RELEASED DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           STRING "AINDA REJEITADAS.....: " DELIMITED BY SIZE
                  WS-TOTAL-STILL-FAILING DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           STRING "PAIS AINDA INVALIDO..: " DELIMITED BY SIZE
                  WS-TOTAL-STILL-UNKNOWN DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           STRING "SEM PAISES NO REG....: " DELIMITED BY SIZE
                  WS-TOTAL-NO-COUNTRIES DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           STRING "LIBERADAS COM AVISO..: " DELIMITED BY SIZE
                  WS-TOTAL-WARNED DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           STRING "QUASE-DUPLICIDADES...: " DELIMITED BY SIZE
                  WS-TOTAL-NEARDUP DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           STRING "RETIDAS NA TRIAGEM...: " DELIMITED BY SIZE
                  WS-TOTAL-HELD DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           STRING "TRANSLITERADAS.......: " DELIMITED BY SIZE
                  WS-TOTAL-TRANSLIT DELIMITED BY SIZE
                  INTO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE

           MOVE "====================================================="
               TO REDRIVE-REPORT-LINE
           WRITE REDRIVE-REPORT-LINE.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0056' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0056: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0056: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0056: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0056' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-TOTAL-STILL-FAILING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
