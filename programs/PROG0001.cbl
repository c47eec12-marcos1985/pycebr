               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.

      * Retorno as origens transmissoras: os detalhes rejeitados vao
      * para o RTNWORK durante a janela (mesmo regime do EXCPFILE num
      * restart) e o RTNFILE e montado no fim, um bloco HDR/DET/TRL
      * por envelope, para a JCL repartir por origem.
           SELECT OPTIONAL RETURN-WORK-FILE ASSIGN TO "RTNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNWORK-STATUS.

      * Area de passagem do RTNWORK num restart (temporario da JCL).
           SELECT RETURN-HOLD-FILE ASSIGN TO "RTNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNHOLD-STATUS.

           SELECT RETURN-FILE ASSIGN TO "RTNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNFILE-STATUS.

           SELECT EXCP-REG-FILE ASSIGN TO "EXCPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVW-ID
               FILE STATUS IS WS-REVWREG-STATUS.

      * Fila de triagem da lista de restricao: aceito com ocorrencia
      * na lista vai para o mestre, mas fica retido do feed ate a
      * decisao de compliance (PROG0050).
           SELECT SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

      * Nomes alternativos (PROG0057): so leitura, para a
      * duplicidade e a quase-duplicidade valerem tambem contra o
      * nome de solteira/casada/abreviado de quem ja esta no mestre.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALIAS-NAME
               ALTERNATE RECORD KEY IS ALIAS-MASTER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ALIAS-PHON-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALIAS-STATUS.

      * Tabela de transliteracao de caracteres estrangeiros
      * (PROG0060), carregada uma vez no inicio para o servico
      * PROG0061; sem a tabela nada e transliterado.
           SELECT OPTIONAL TRANSL-FILE ASSIGN TO "TRLTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRL-FOREIGN
               FILE STATUS IS WS-TRANSL-STATUS.

      * Grafia original de cada nome aceito depois de transliterado.
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
               FILE STATUS IS WS-PARMCARD-STATUS.
       FD  WARN-FILE.
       01 WARN-RECORD PIC X(612).

       FD  RETURN-WORK-FILE.
       01 RETURN-WORK-RECORD PIC X(173).

       FD  RETURN-HOLD-FILE.
       01 RETURN-HOLD-RECORD PIC X(173).

       FD  RETURN-FILE.
       01 RETURN-RECORD PIC X(173).

       FD  EXCP-REG-FILE.
       COPY 'books/EXCPREG-REC.cpy'.

       FD  REVW-REG-FILE.
       COPY 'books/REVWREG-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  ALIAS-FILE.
       COPY 'books/ALIAS-REC.cpy'.

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

       01 WS-CTRYX-STATUS PIC XX.
       01 WS-EXCEPT-STATUS PIC XX.
       01 WS-WARN-STATUS PIC XX.
       01 WS-RTNWORK-STATUS PIC XX.
       01 WS-RTNHOLD-STATUS PIC XX.
       01 WS-RTNFILE-STATUS PIC XX.
       01 WS-EXCPREG-STATUS PIC XX.
       01 WS-PHONX-STATUS PIC XX.
       01 WS-REVWREG-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-ALIAS-STATUS PIC XX.
       01 WS-TRANSL-STATUS PIC XX.
       01 WS-TRLO-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-XREFD-STATUS PIC XX.
       01 WS-PARMCARD-STATUS PIC XX.
       01 WS-CHKPT-STATUS PIC XX.
       01 WS-PERFLOG-STATUS PIC XX.
           88 WS-IS-RESTART VALUE 'Y'.
       01 WS-OVERRIDE-SWITCH PIC X VALUE 'N'.
           88 WS-IS-OVERRIDE VALUE 'Y'.
      * Movimento em dia nao util do calendario (FERIADO=S no PARM):
      * sem ele a janela recusa a data.
       01 WS-HOLIDAY-SWITCH PIC X VALUE 'N'.
           88 WS-IS-HOLIDAY-OVERRIDE VALUE 'Y'.
      * Modo simulacao (SIMULA=S no cartao de parametros): toda a
      * cadeia de edicao roda e produz excecoes, totais e insumos de
      * reconciliacao, mas nada e gravado em MASTFILE, CTRYXREF,
      * proprio do job de lote.
       01 WS-BULK-SWITCH PIC X VALUE 'N'.
           88 WS-IS-BULK VALUE 'S'.
      * Driver de particao da janela paralela (PARTICAO=S no PARM):
      * a reserva do mestre foi tomada pelo particionador (PROG0031)
      * e e liberada pela consolidacao (PROG0032); o driver so
      * participa dela.
       01 WS-PARTITION-SWITCH PIC X VALUE 'N'.
           88 WS-IS-PARTITION VALUE 'S'.
       01 WS-SEG-LIMIT PIC 9(07) VALUE 0.
       01 WS-BULK-DETAILS PIC 9(07) VALUE 0.
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACES.
       01 WS-PARM-FIELDS.
           05 WS-PARM-FIELD OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-FIELD-IDX PIC 9(04) VALUE 0.
       01 WS-PARMCARD-EOF PIC X VALUE 'N'.
           88 END-OF-PARMCARD VALUE 'Y'.
       01 WS-NEARDUP-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-NEARDUP VALUE 'Y'.
       01 WS-TOTAL-NEARDUP PIC 9(07) VALUE 0.
      * Cadastro de nomes alternativos alocado (DD ALIASFIL com
      * conteudo); sem ele as edicoes valem so contra o mestre.
       01 WS-ALIAS-AVAIL-SWITCH PIC X VALUE 'N'.
           88 WS-ALIAS-AVAILABLE VALUE 'Y'.
       01 WS-ALIAS-EOF PIC X VALUE 'N'.
           88 END-OF-ALIAS VALUE 'Y'.
       01 WS-ALIAS-LIVE-SWITCH PIC X VALUE 'N'.
           88 WS-ALIAS-IS-LIVE VALUE 'Y'.
      * Ocorrencia na lista de restricao (PROG0048): o aceito entra
      * no mestre mas nao no feed; o trailer conta aceitos menos
      * retidos.
       01 WS-SCREEN-SWITCH PIC X VALUE 'N'.
           88 WS-IS-SCREEN-HIT VALUE 'Y'.
       01 WS-TOTAL-HELD PIC 9(07) VALUE 0.
       01 WS-WARN-ENABLED PIC X VALUE 'N'.
           88 WS-WARNINGS-ON VALUE 'S'.
       01 WS-TOTAL-WARNED PIC 9(07) VALUE 0.
      * Nomes aceitos depois de passar pela tabela de
      * transliteracao (aviso 03, grafia original no TRLORIG).
       01 WS-TOTAL-TRANSLIT PIC 9(07) VALUE 0.
       01 WS-TRANSL-EOF PIC X VALUE 'N'.
           88 END-OF-TRANSL VALUE 'Y'.
       01 WS-RTNWORK-EOF PIC X VALUE 'N'.
           88 END-OF-RTNWORK VALUE 'Y'.
       01 WS-RTNHOLD-EOF PIC X VALUE 'N'.
           88 END-OF-RTNHOLD VALUE 'Y'.
       01 WS-RETURN-LINES PIC 9(07) VALUE 0.
       01 WS-RETURN-DROPPED PIC 9(07) VALUE 0.
       01 WS-TOTAL-RETURNED PIC 9(07) VALUE 0.

       01 WS-START-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-END-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-ELAPSED-SECONDS PIC S9(07) VALUE 0.
       01 WS-THROUGHPUT PIC 9(07)V99 VALUE 0.

      * Layout do retorno as origens, montado aqui e gravado tanto
      * no RTNWORK (detalhes) quanto no RTNFILE (bloco por envelope).
       COPY 'books/RTNORG-REC.cpy'.

       COPY 'books/PROG0001.cpy'.

       LOCAL-STORAGE SECTION.
       COPY 'books/PROG0003.cpy'.
       COPY 'books/PROG0015.cpy'.
       COPY 'books/PROG0028.cpy'.
       COPY 'books/PROG0043.cpy'.
       COPY 'books/PROG0048.cpy'.
       COPY 'books/PROG0052.cpy'.
       COPY 'books/PROG0061.cpy'.
       COPY 'books/PROCESS-CONTROL.cpy'.

       LINKAGE SECTION.

       01 PROG0001-PARM PIC X(60).

       PROCEDURE DIVISION USING PROG0001-PARM.

      * gravacao no mestre.
           PERFORM PROC-VERIFY-ENVELOPE

      * Envelope verificado, reserva do mestre antes da primeira
      * gravacao (a faixa de IDs do lote ja grava o IDSEQFIL).
           PERFORM PROC-CLAIM-LOCK

      * Modo lote: com os envelopes verificados a faixa de IDs do
      * lote e conhecida e e reservada de uma vez no IDSEQFIL -
      * a janela diaria (ou outro lote) numera depois dela.
               STOP RUN
           END-IF

           OPEN I-O SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0001: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
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
                   DISPLAY "PROG0001: falha ao abrir ALIASFIL - STATUS "
                       WS-ALIAS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

      * Tabela de transliteracao e grafias originais: opcionais
      * (STATUS 05 = ainda nao existem; sem tabela, nenhum nome e
      * transliterado e o TRLORIG nao recebe nada).
           PERFORM PROC-LOAD-TRANSLIT

           OPEN I-O TRLO-FILE
           IF WS-TRLO-STATUS NOT = '00' AND WS-TRLO-STATUS NOT = '05'
               DISPLAY "PROG0001: falha ao abrir TRLORIG - STATUS "
                   WS-TRLO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * A referencia de paises e obrigatoria: sem ela a edicao de
      * paises deixaria passar codigo invalido para o feed downstream.
           OPEN INPUT CTRY-REF-FILE
               STOP RUN
           END-IF

      * Idem para os detalhes rejeitados que voltam as origens: o
      * RTNFILE final e remontado inteiro a partir deste arquivo.
      * Num restart os detalhes depois do checkpoint vao ser
      * reprocessados e gravados de novo: saem antes do EXTEND.
           IF WS-IS-RESTART AND NOT WS-IS-SIMULATION
               PERFORM PROC-TRIM-RETURN-WORK
           END-IF
           IF WS-IS-RESTART
               OPEN EXTEND RETURN-WORK-FILE
           ELSE
               OPEN OUTPUT RETURN-WORK-FILE
           END-IF
           IF WS-RTNWORK-STATUS NOT = '00'
                   AND WS-RTNWORK-STATUS NOT = '05'
               DISPLAY "PROG0001: falha ao abrir RTNWORK - STATUS "
                   WS-RTNWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Registro cumulativo de excecoes (workflow de correcao): cada
      * rejeicao entra como pendente e o PROG0011 marca como
      * resolvida quando a correcao for re-aprovada.
               STOP RUN
           END-IF

           OPEN EXTEND XREF-DELTA-FILE
           IF WS-XREFD-STATUS NOT = '00' AND WS-XREFD-STATUS NOT = '05'
               DISPLAY "PROG0001: falha ao abrir XREFDLT - STATUS "
                   WS-XREFD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-IS-RESTART AND WS-CHECKPOINT-ID NOT = 0
               SET WS-IS-SKIPPING TO TRUE
           END-IF
           CLOSE CTRY-XREF-FILE
           CLOSE EXCEPTION-FILE
           CLOSE WARN-FILE
           CLOSE RETURN-WORK-FILE
           CLOSE EXCP-REG-FILE
           CLOSE PHON-XREF-FILE
           CLOSE REVW-REG-FILE
           CLOSE SCRN-REG-FILE
           CLOSE ALIAS-FILE
           CLOSE TRLO-FILE
           CLOSE AUDIT-FILE
           CLOSE XREF-DELTA-FILE

           PERFORM PROC-CLOSE-JSON-FEED

           PERFORM PROC-WRITE-RETURN-FILE

           PERFORM PROC-PRINT-TOTALS

           PERFORM PROC-WRITE-RUNSUM
       PROC-LOAD-PARMS.

      * PARM da STEP010: RESTART=Y|N, DATA=AAAAMMDD (data do
      * movimento; default o dia util anterior), FORCA=S (override do
      * registro de datas ja processadas) e FERIADO=S (override do
      * calendario de dias uteis), separados por virgula; LOTE=S
      * (modo lote) e PARTICAO=S (driver da janela paralela).
           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING PROG0001-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD (1)
                    WS-PARM-FIELD (2)
                    WS-PARM-FIELD (3)
                    WS-PARM-FIELD (4)
                    WS-PARM-FIELD (5)
                    WS-PARM-FIELD (6)
           END-UNSTRING

           PERFORM VARYING WS-PARM-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-PARM-FIELD-IDX > 6
               EVALUATE TRUE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:8)
                           = 'RESTART='
                       IF WS-PARM-FIELD (WS-PARM-FIELD-IDX) (6:1) = 'S'
                           SET WS-IS-BULK TO TRUE
                       END-IF
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:8)
                           = 'FERIADO='
                       IF WS-PARM-FIELD (WS-PARM-FIELD-IDX) (9:1) = 'S'
                           SET WS-IS-HOLIDAY-OVERRIDE TO TRUE
                       END-IF
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:9)
                           = 'PARTICAO='
                       IF WS-PARM-FIELD (WS-PARM-FIELD-IDX) (10:1) = 'S'
                           SET WS-IS-PARTITION TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

      * Sem DATA= o movimento e o do dia util anterior pelo
      * calendario (PROG0043), como no relatorio de situacao: a
      * janela roda de madrugada sobre o movimento da vespera (na
      * segunda-feira, o da sexta).
           IF WS-BUSINESS-DATE = SPACES
               INITIALIZE PROG0043-BOOK
               SET PROG0043-PREV-BUSINESS TO TRUE
               MOVE WS-START-TIMESTAMP (1:8) TO PROG0043-DATE-FROM
               CALL 'PROG0043' USING PROG0043-BOOK
               MOVE PROG0043-RESULT-DATE TO WS-BUSINESS-DATE
           END-IF

           PERFORM PROC-CHECK-BUSINESS-DAY

      * Cartoes antes do checkpoint: SIMULA=S precisa estar
      * resolvido para um ensaio nao consumir nem regravar o
      * checkpoint de uma execucao real abortada.
                               TO WS-TOTAL-ACCEPTED
                           MOVE CHKPT-TOTAL-REJECTED
                               TO WS-TOTAL-REJECTED
      * Checkpoint gravado antes da triagem nao traz os retidos.
                           IF CHKPT-TOTAL-HELD IS NUMERIC
                               MOVE CHKPT-TOTAL-HELD TO WS-TOTAL-HELD
                           END-IF
                   END-READ
                   CLOSE CHKPT-FILE
               END-IF
               CLOSE CHKPT-FILE
           END-IF.

      * Data do movimento contra o calendario de dias uteis
      * (PROG0043): feriado ou fim de semana sem expediente so com
      * FERIADO=S. O restart retoma uma data ja aceita na partida.
       PROC-CHECK-BUSINESS-DAY.

           IF NOT WS-IS-RESTART
               INITIALIZE PROG0043-BOOK
               SET PROG0043-VERIFY TO TRUE
               MOVE WS-BUSINESS-DATE TO PROG0043-DATE-FROM
               CALL 'PROG0043' USING PROG0043-BOOK
               EVALUATE TRUE
                   WHEN PROG0043-RTN-CODE = 8
                       DISPLAY "PROG0001: data do movimento "
                           WS-BUSINESS-DATE " invalida"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN PROG0043-RTN-CODE = 4
                           AND NOT WS-IS-HOLIDAY-OVERRIDE
                       DISPLAY "PROG0001: movimento de "
                           WS-BUSINESS-DATE " cai em dia nao util ("
                           FUNCTION TRIM (PROG0043-DAY-DESC)
                           ") - use FERIADO=S para processar"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN PROG0043-RTN-CODE = 4
                       DISPLAY "PROG0001: movimento de "
                           WS-BUSINESS-DATE " em dia nao util ("
                           FUNCTION TRIM (PROG0043-DAY-DESC)
                           ") processado por FERIADO=S"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF PROG0043-CAL-MISSING
                   DISPLAY "PROG0001: calendario de dias uteis "
                       "indisponivel - so a regra de fim de semana"
               END-IF
           END-IF.

       PROC-CHECK-RUN-REGISTER.

      * Simulacao nao consulta nem trava o registro de datas: pode
               MOVE WS-TOTAL-READ     TO CHKPT-TOTAL-READ
               MOVE WS-TOTAL-ACCEPTED TO CHKPT-TOTAL-ACCEPTED
               MOVE WS-TOTAL-REJECTED TO CHKPT-TOTAL-REJECTED
               MOVE WS-TOTAL-HELD     TO CHKPT-TOTAL-HELD
               OPEN OUTPUT CHKPT-FILE
               WRITE CHKPT-RECORD
               CLOSE CHKPT-FILE

       PROC-MAIN.

           MOVE 'N' TO WS-SCREEN-SWITCH

      * Retorna do tamanho de uma string
           PERFORM PROC-CALL-PROG0002

      * JSONOUT e um arquivo de interface para um sistema downstream
      * (req004): so alimenta com nomes que passaram na edicao do
      * PROG0002, senao o feed fica poluido com nomes rejeitados.
      * Em simulacao o feed downstream nao e alimentado. Aceito com
      * ocorrencia na lista de restricao fica retido do feed.
           IF PROG0002-RTN-CODE = 0 AND NOT WS-IS-SIMULATION
                   AND NOT WS-IS-SCREEN-HIT
               PERFORM PROC-CALL-PROG0003
           END-IF.

           END-CALL.

      * Fecha o envelope do feed: trailer com a contagem de aceitos
      * publicados (fora os retidos pela triagem) para o consumidor
      * validar o documento. Sai mesmo num dia sem aceitos (feed
      * vazio com envelope); em simulacao nada e gravado.
       PROC-CLOSE-JSON-FEED.

           IF NOT WS-IS-SIMULATION
               MOVE 'T' TO PROG0003-FUNCTION
               MOVE WS-BUSINESS-DATE TO PROG0003-FEED-DATE
               MOVE WS-START-TIMESTAMP (1:14) TO PROG0003-FEED-RUN
               COMPUTE PROG0003-FEED-COUNT =
                   WS-TOTAL-ACCEPTED - WS-TOTAL-HELD
               IF WS-IS-BULK
                   MOVE WS-SEG-LIMIT TO PROG0003-SEG-LIMIT
               END-IF
                   MOVE 'N' TO PROG0002-DUP-FOUND
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
                           DISPLAY "PROG0001: nome cadastrado como "
                               "alternativo do ID " ALIAS-MASTER-ID
                               ": " PROG0002-NAME
                       END-IF
               END-READ
           END-IF.

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

      * Como na duplicidade, a consulta ao arquivo fica no driver (que
      * A forma canonica e a que passa pela edicao, pela consulta de
      * duplicidade e pelas gravacoes; a forma crua digitada fica
      * retida em PROG0001-NAME para a trilha de auditoria.
      * Caracteres estrangeiros da tabela sao trocados antes da
      * padronizacao; o nome aceito assim sai com o aviso 03.
           PERFORM PROC-TRANSLITERATE-NAME
           IF PROG0061-RTN-CODE = 4
               SET PROG0002-WAS-TRANSLITERATED TO TRUE
           END-IF
           PERFORM PROC-STANDARDIZE-NAME
           MOVE PROG0015-NAME-STD  TO PROG0002-NAME
           MOVE WS-MIN-NAME-LENGTH TO PROG0002-MIN-LENGTH
                           ADD 1 TO WS-TOTAL-WARNED
                           PERFORM PROC-WRITE-WARNING
                       END-IF
                       IF PROG0002-WAS-TRANSLITERATED
                           ADD 1 TO WS-TOTAL-TRANSLIT
                       END-IF
      * Quase-duplicidade pela chave sonora: suspeita vai para a
      * fila de revisao, mas o registro e aceito normalmente - a
      * bancada confirma ou descarta o par pelo PROG0029.
                       PERFORM PROC-COMPUTE-PHON-KEY
                       PERFORM PROC-CHECK-NEAR-DUP
      * Triagem contra a lista de restricao: ocorrencia nao impede a
      * aceitacao, so a publicacao (fila SCRNREG para compliance).
                       PERFORM PROC-SCREEN-WATCHLIST
                       PERFORM PROC-WRITE-MASTER
                   END-IF
           END-CALL.
       PROC-STANDARDIZE-NAME.

           INITIALIZE PROG0015-BOOK
           MOVE PROG0061-NAME-OUT TO PROG0015-NAME-RAW

           CALL PC-PROG0015-NAME USING PROG0015-BOOK
               ON EXCEPTION
                   SET WS-HAD-CALL-FAILURE TO TRUE
                   DISPLAY "PROG0001: falha ao chamar modulo "
                       PC-PROG0015-NAME
                   MOVE PROG0061-NAME-OUT TO PROG0015-NAME-STD
           END-CALL.

      * Transliteracao pela tabela (PROG0061): PROG0061-NAME-OUT e o
      * nome que segue para a padronizacao - o proprio PROG0001-NAME
      * quando nada foi trocado, quando a troca nao cabe no campo ou
      * se o modulo nao estiver na load library.
       PROC-TRANSLITERATE-NAME.

           MOVE PROG0001-NAME TO PROG0061-NAME

           CALL 'PROG0061' USING PROG0061-BOOK
               ON EXCEPTION
                   SET WS-HAD-CALL-FAILURE TO TRUE
                   DISPLAY "PROG0001: falha ao chamar modulo PROG0061"
                   MOVE 8 TO PROG0061-RTN-CODE
                   MOVE 0 TO PROG0061-CHAR-COUNT
                   MOVE PROG0001-NAME TO PROG0061-NAME-OUT
           END-CALL.

      * Tabela de transliteracao em memoria para a execucao inteira
      * (ate 300 sequencias, o limite do book do PROG0061).
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
                           DISPLAY "PROG0001: TRLTAB com mais de 300 "
                               "sequencias - excedentes ignoradas"
                           SET END-OF-TRANSL TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TRANSL-STATUS = '00' OR WS-TRANSL-STATUS = '05'
                   OR WS-TRANSL-STATUS = '10'
               CLOSE TRANSL-FILE
           END-IF

           IF PROG0061-TAB-COUNT = 0
               DISPLAY "PROG0001: tabela de transliteracao (TRLTAB) "
                   "vazia ou ausente - nenhum nome sera transliterado"
           END-IF.

      * Grafia original do nome aceito depois de transliterado, ao
      * lado da forma canonica gravada no mestre; num restart a
      * reentrada do mesmo ID so regrava.
       PROC-WRITE-TRANSL-ORIG.

           MOVE PROG0002-ID        TO TRLO-ID
           MOVE PROG0001-NAME      TO TRLO-ORIG-NAME
           MOVE PROG0002-NAME      TO TRLO-NAME
           MOVE PROG0061-CHAR-COUNT TO TRLO-CHAR-COUNT
           MOVE 'PROG0001'         TO TRLO-PROGRAM
           IF WS-ENV-CUR > 0
               MOVE WS-ENV-SOURCE (WS-ENV-CUR) TO TRLO-SOURCE
           ELSE
               MOVE SPACES TO TRLO-SOURCE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO TRLO-TS

           WRITE TRLO-RECORD
               INVALID KEY
                   REWRITE TRLO-RECORD
           END-WRITE.

      * A trilha de auditoria e permanente e regulatoria: linhas de
      * ensaio (simulacao) nao entram nela nem nas contagens do
      * relatorio de auditoria.
               END-IF
               MOVE SPACE TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-BEFORE-KEY
               MOVE SPACES TO AUDIT-APPROVER
               WRITE AUDIT-RECORD
           END-IF.

      * fantasmas; so o EXCPFILE do ensaio e produzido.
           IF NOT WS-IS-SIMULATION
               PERFORM PROC-WRITE-EXCP-REG
               PERFORM PROC-WRITE-RETURN-WORK
           END-IF.

      * Linha de retorno a origem com os valores como vieram no
      * NAMEIN (nao a forma padronizada): e o que a origem tem na
      * base dela para corrigir e retransmitir.
       PROC-WRITE-RETURN-WORK.

           MOVE 'DET'                    TO RTNORG-DET-TAG
           MOVE WS-ENV-SOURCE (WS-ENV-CUR) TO RTNORG-DET-SOURCE
           MOVE WS-BUSINESS-DATE         TO RTNORG-DET-DATE
           MOVE WS-ENV-CUR               TO RTNORG-DET-ENV-SEQ
           MOVE PROG0002-ID              TO RTNORG-DET-EXCEPT-ID
           MOVE PROG0002-RTN-CODE        TO RTNORG-DET-RTN-CODE
           MOVE NAME-INPUT-SURNAME       TO RTNORG-DET-SURNAME
           MOVE NAME-INPUT-GIVEN         TO RTNORG-DET-GIVEN
           MOVE NAME-INPUT-COUNTRIES     TO RTNORG-DET-COUNTRIES
           MOVE PROG0002-MSG (1:60)      TO RTNORG-DET-MSG

           MOVE RTNORG-DETAIL TO RETURN-WORK-RECORD
           WRITE RETURN-WORK-RECORD.

      * Num restart o mesmo ID pode reentrar ja registrado antes do
      * abend: o INVALID KEY regrava a pendencia em vez de duplicar.
       PROC-WRITE-EXCP-REG.
           MOVE SPACES               TO EXCPREG-RES-DATE
           MOVE SPACES               TO EXCPREG-WORKED-BY
           MOVE SPACES               TO EXCPREG-WORKED-DATE
           MOVE WS-ENV-SOURCE (WS-ENV-CUR) TO EXCPREG-SOURCE
           MOVE WS-BUSINESS-DATE     TO EXCPREG-BUS-DATE
           MOVE NAME-INPUT-COUNTRIES TO EXCPREG-COUNTRIES
           MOVE PROG0001-NAME        TO EXCPREG-RAW-NAME

           WRITE EXCPREG-RECORD
               INVALID KEY
               END-READ
           END-PERFORM

           IF NOT WS-HAS-NEARDUP AND WS-ALIAS-AVAILABLE
                   AND PROG0028-PHON-KEY NOT = SPACES
               PERFORM PROC-CHECK-ALIAS-NEAR-DUP
           END-IF

           IF WS-HAS-NEARDUP
               ADD 1 TO WS-TOTAL-NEARDUP
               DISPLAY "PROG0001: suspeita de quase-duplicidade ID "
               END-IF
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
                                   MOVE ALIAS-MASTER-ID TO PHONX-ID
                                   MOVE ALIAS-NAME TO PHONX-NAME
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Nome canonico e chave sonora, como gravados no mestre. Sem a
      * lista (ou sem o modulo) a janela para com RC 16 antes de
      * gravar o registro corrente: nenhum nome sai sem triagem, e o
      * RESTART=Y retoma do ultimo checkpoint quando a lista voltar.
      * Em simulacao a ocorrencia e contada mas a fila nao e gravada.
       PROC-SCREEN-WATCHLIST.

           INITIALIZE PROG0048-BOOK
           MOVE PROG0002-NAME TO PROG0048-NAME
           MOVE PROG0028-PHON-KEY TO PROG0048-PHON-KEY

           CALL 'PROG0048' USING PROG0048-BOOK
               ON EXCEPTION
                   MOVE 8 TO PROG0048-RTN-CODE
           END-CALL

           IF PROG0048-UNAVAILABLE
               DISPLAY "PROG0001: lista de restricao indisponivel - "
                   "janela interrompida no ID " PROG0002-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0048-HIT
               SET WS-IS-SCREEN-HIT TO TRUE
               ADD 1 TO WS-TOTAL-HELD
               DISPLAY "PROG0001: ocorrencia na lista de restricao ID "
                   PROG0002-ID " (tipo " PROG0048-MATCH-TYPE
                   " ref " PROG0048-WATCH-REF ") - retido do feed"
               MOVE 'PROG0048'      TO AUDIT-PROGRAM
               MOVE PROG0002-ID     TO AUDIT-ID
               MOVE PROG0001-NAME   TO AUDIT-NAME
               MOVE 4               TO AUDIT-RTN-CODE
               PERFORM PROC-WRITE-AUDIT
           END-IF.

      * Gravada junto com o mestre; num restart a mesma ocorrencia
      * pode reentrar ja registrada e o INVALID KEY regrava.
       PROC-WRITE-SCRN-REG.

           MOVE PROG0002-ID          TO SCRN-ID
           MOVE PROG0002-NAME        TO SCRN-NAME
           MOVE 'P'                  TO SCRN-STATUS
           MOVE PROG0048-MATCH-TYPE  TO SCRN-MATCH-TYPE
           MOVE PROG0048-WATCH-NAME  TO SCRN-WATCH-NAME
           MOVE PROG0048-WATCH-REF   TO SCRN-WATCH-REF
           MOVE 'J'                  TO SCRN-ORIGIN
           MOVE 'N'                  TO SCRN-PUBLISHED
           MOVE WS-START-TIMESTAMP (1:8) TO SCRN-HIT-DATE
           MOVE SPACES               TO SCRN-OPERATOR
           MOVE SPACES               TO SCRN-RES-DATE

           WRITE SCRN-RECORD
               INVALID KEY
                   REWRITE SCRN-RECORD
           END-WRITE.

      * Num restart o mesmo par pode reentrar ja registrado antes do
      * abend: o INVALID KEY regrava em vez de duplicar.
       PROC-WRITE-REVW-REG.
                   NOT INVALID KEY
                       PERFORM PROC-WRITE-CTRY-XREF
                       PERFORM PROC-WRITE-PHON-XREF
                       IF WS-IS-SCREEN-HIT
                           PERFORM PROC-WRITE-SCRN-REG
                       END-IF
                       IF PROG0002-WAS-TRANSLITERATED
                           PERFORM PROC-WRITE-TRANSL-ORIG
                       END-IF
               END-WRITE
           END-IF.

                       INVALID KEY
                           DISPLAY "PROG0001: afiliacao ja gravada: "
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
           DISPLAY "REGISTROS ACEITOS...: " WS-TOTAL-ACCEPTED
           DISPLAY "REGISTROS REJEITADOS: " WS-TOTAL-REJECTED
           DISPLAY "ACEITOS COM RESSALVA: " WS-TOTAL-WARNED
           DISPLAY "TRANSLITERADOS......: " WS-TOTAL-TRANSLIT
           DISPLAY "SUSPEITAS QUASE-DUP.: " WS-TOTAL-NEARDUP
           DISPLAY "RETIDOS NA TRIAGEM..: " WS-TOTAL-HELD
           DISPLAY "RETORNO AS ORIGENS..: " WS-TOTAL-RETURNED
           DISPLAY "TOTAIS POR PROG0002-RTN-CODE:"

           PERFORM VARYING WS-TOTALS-IDX FROM 1 BY 1
           MOVE '*TOTAL*'         TO RUNSUM-SOURCE
           MOVE 'V'               TO RUNSUM-ENV-STATUS
           MOVE WS-TOTAL-WARNED   TO RUNSUM-TOTAL-WARNED
           MOVE WS-TOTAL-HELD     TO RUNSUM-TOTAL-HELD
           WRITE RUNSUM-RECORD

           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   TO RUNSUM-TOTAL-REJECTED
               MOVE WS-ENV-SOURCE (WS-ENV-IDX) TO RUNSUM-SOURCE
               MOVE WS-ENV-STATUS (WS-ENV-IDX) TO RUNSUM-ENV-STATUS
      * Avisos e retidos nao tem quebra por origem: so o total
      * geral.
               MOVE 0 TO RUNSUM-TOTAL-WARNED
               MOVE 0 TO RUNSUM-TOTAL-HELD
               WRITE RUNSUM-RECORD
           END-PERFORM

           CLOSE RUNSUM-FILE.

      * Monta o retorno as origens: um bloco por envelope do NAMEIN,
      * na ordem do arquivo, com header (veredito do envelope),
      * os detalhes rejeitados acumulados no RTNWORK e trailer com a
      * contagem de linhas. O RTNWORK esta na mesma ordem (a janela
      * processa os envelopes em sequencia, inclusive num restart),
      * entao uma unica passada casa os detalhes com os envelopes.
      * Envelope recusado sai so com header 'F' e trailer zerado. Em
      * simulacao o RTNFILE sai vazio: nada do ensaio volta para as
      * origens.
       PROC-WRITE-RETURN-FILE.

           OPEN OUTPUT RETURN-FILE
           IF WS-RTNFILE-STATUS NOT = '00'
               DISPLAY "PROG0001: falha ao abrir RTNFILE - STATUS "
                   WS-RTNFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT WS-IS-SIMULATION
               OPEN INPUT RETURN-WORK-FILE
               IF WS-RTNWORK-STATUS NOT = '00'
                       AND WS-RTNWORK-STATUS NOT = '05'
                   DISPLAY "PROG0001: falha ao abrir RTNWORK - STATUS "
                       WS-RTNWORK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM PROC-READ-RETURN-WORK

               PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                       UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   PERFORM PROC-WRITE-RETURN-BLOCK
               END-PERFORM

               CLOSE RETURN-WORK-FILE
           END-IF

           CLOSE RETURN-FILE.

      * Poda do RTNWORK no restart: copia para o RTNHOLD so os
      * detalhes ate o ultimo checkpoint (CHKPT-LAST-ID; zero quando
      * o abend veio antes do primeiro, e tudo e reprocessado) e
      * recria o RTNWORK a partir dele. O RTNWORK esta em ordem de
      * ID, como a janela grava.
       PROC-TRIM-RETURN-WORK.

           MOVE 0 TO WS-RETURN-DROPPED
           OPEN INPUT RETURN-WORK-FILE
           IF WS-RTNWORK-STATUS = '00'
               OPEN OUTPUT RETURN-HOLD-FILE
               IF WS-RTNHOLD-STATUS NOT = '00'
                   DISPLAY "PROG0001: falha ao abrir RTNHOLD - STATUS "
                       WS-RTNHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO WS-RTNWORK-EOF
               PERFORM PROC-READ-RETURN-WORK
               PERFORM UNTIL END-OF-RTNWORK
                   IF RTNORG-DET-EXCEPT-ID NOT > WS-CHECKPOINT-ID
                       MOVE RETURN-WORK-RECORD TO RETURN-HOLD-RECORD
                       WRITE RETURN-HOLD-RECORD
                   ELSE
                       ADD 1 TO WS-RETURN-DROPPED
                   END-IF
                   PERFORM PROC-READ-RETURN-WORK
               END-PERFORM
               CLOSE RETURN-WORK-FILE
               CLOSE RETURN-HOLD-FILE

               OPEN INPUT RETURN-HOLD-FILE
               OPEN OUTPUT RETURN-WORK-FILE
               IF WS-RTNHOLD-STATUS NOT = '00'
                       OR WS-RTNWORK-STATUS NOT = '00'
                   DISPLAY "PROG0001: falha ao recriar RTNWORK - "
                       "STATUS " WS-RTNWORK-STATUS " RTNHOLD "
                       WS-RTNHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO WS-RTNHOLD-EOF
               PERFORM UNTIL END-OF-RTNHOLD
                   READ RETURN-HOLD-FILE
                       AT END
                           SET END-OF-RTNHOLD TO TRUE
                       NOT AT END
                           MOVE RETURN-HOLD-RECORD
                               TO RETURN-WORK-RECORD
                           WRITE RETURN-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETURN-HOLD-FILE
               CLOSE RETURN-WORK-FILE
               MOVE 'N' TO WS-RTNWORK-EOF

               DISPLAY "PROG0001: restart - " WS-RETURN-DROPPED
                   " detalhes de retorno apos o checkpoint descartados"
           ELSE
               IF WS-RTNWORK-STATUS = '05'
                   CLOSE RETURN-WORK-FILE
               END-IF
           END-IF.

       PROC-READ-RETURN-WORK.

           READ RETURN-WORK-FILE
               AT END
                   SET END-OF-RTNWORK TO TRUE
               NOT AT END
                   MOVE RETURN-WORK-RECORD TO RTNORG-DETAIL
           END-READ.

       PROC-WRITE-RETURN-BLOCK.

           MOVE SPACES TO RTNORG-HEADER
           MOVE 'HDR'                      TO RTNORG-HDR-TAG
           MOVE WS-ENV-SOURCE (WS-ENV-IDX) TO RTNORG-HDR-SOURCE
           MOVE WS-BUSINESS-DATE           TO RTNORG-HDR-DATE
           MOVE WS-ENV-IDX                 TO RTNORG-HDR-ENV-SEQ
           MOVE WS-ENV-STATUS (WS-ENV-IDX) TO RTNORG-HDR-STATUS
           MOVE WS-ENV-EXPECTED (WS-ENV-IDX) TO RTNORG-HDR-EXPECTED
           MOVE WS-ENV-DETAILS (WS-ENV-IDX)  TO RTNORG-HDR-DETAILS
           MOVE WS-START-TIMESTAMP (1:14)  TO RTNORG-HDR-RUN-TS
           MOVE RTNORG-HEADER TO RETURN-RECORD
           WRITE RETURN-RECORD

           MOVE 0 TO WS-RETURN-LINES
           PERFORM UNTIL END-OF-RTNWORK
                   OR RTNORG-DET-ENV-SEQ NOT = WS-ENV-IDX
               MOVE RTNORG-DETAIL TO RETURN-RECORD
               WRITE RETURN-RECORD
               ADD 1 TO WS-RETURN-LINES
               ADD 1 TO WS-TOTAL-RETURNED
               PERFORM PROC-READ-RETURN-WORK
           END-PERFORM

           MOVE SPACES TO RTNORG-TRAILER
           MOVE 'TRL'                      TO RTNORG-TRL-TAG
           MOVE WS-ENV-SOURCE (WS-ENV-IDX) TO RTNORG-TRL-SOURCE
           MOVE WS-BUSINESS-DATE           TO RTNORG-TRL-DATE
           MOVE WS-ENV-IDX                 TO RTNORG-TRL-ENV-SEQ
           MOVE WS-RETURN-LINES            TO RTNORG-TRL-COUNT
           MOVE RTNORG-TRAILER TO RETURN-RECORD
           WRITE RETURN-RECORD.

      * Acrescenta o resumo desta execucao ao historico datado
      * (inclusive a quebra por RTN-CODE), para o relatorio semanal
      * de tendencia; ensaios de simulacao nao entram na serie, e

           PERFORM PROC-WRITE-RUN-REGISTER

           PERFORM PROC-RELEASE-LOCK

           STOP RUN.

      * Reserva do mestre (RUNLOCK, servico PROG0052): com outro job
      * atualizando o mestre a janela e recusada com RC 8 e aviso na
      * console. A simulacao nao grava o mestre e nao reserva; o
      * driver de particao participa da reserva do particionador.
       PROC-CLAIM-LOCK.

           IF NOT WS-IS-SIMULATION
               INITIALIZE PROG0052-BOOK
               IF WS-IS-PARTITION
                   SET PROG0052-FN-JOIN TO TRUE
               ELSE
                   SET PROG0052-FN-CLAIM TO TRUE
               END-IF
      * So o RESTART=Y retoma a reserva que o abend deixou presa.
               IF WS-IS-RESTART
                   SET PROG0052-IS-RESTART TO TRUE
               END-IF
               MOVE 'PROG0001' TO PROG0052-PROGRAM
               CALL 'PROG0052' USING PROG0052-BOOK

               IF PROG0052-BUSY
                   DISPLAY "PROG0001: *** MASTFILE RESERVADO POR JOB="
                       PROG0052-LOCK-JOB " PROGRAMA="
                       PROG0052-LOCK-PROGRAM
                       " OPERADOR=" PROG0052-LOCK-OPERATOR
                       " DESDE=" PROG0052-LOCK-CLAIM-TS
                       " SITUACAO=" PROG0052-LOCK-STATUS
                       " - JANELA RECUSADA ***"
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF PROG0052-UNAVAILABLE
                   DISPLAY "PROG0001: reserva do mestre indisponivel "
                       "(RUNLOCK)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF PROG0052-RECLAIMED
                   DISPLAY "PROG0001: reserva do mestre retomada - "
                       "JOB=" PROG0052-MY-JOB
               END-IF
           END-IF.

       PROC-RELEASE-LOCK.

           IF NOT WS-IS-SIMULATION AND NOT WS-IS-PARTITION
               INITIALIZE PROG0052-BOOK
               SET PROG0052-FN-RELEASE TO TRUE
               MOVE 'PROG0001' TO PROG0052-PROGRAM
               CALL 'PROG0052' USING PROG0052-BOOK
           END-IF.

      * Fim normal de execucao real: esvazia o CHKPTFIL, para que um
      * checkpoint presente passe a significar, sem ambiguidade,
      * execucao abortada aguardando restart (e e isso que barra um
