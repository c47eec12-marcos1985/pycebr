       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0041.

      * Recuperacao do mestre de nomes a partir de uma copia de
      * seguranca datada. A JCL restaura MASTFILE, CTRYXREF e
      * PHONFILE da imagem (IDCAMS REPRO) e este programa reaplica
      * por cima, em ordem de carimbo, tudo o que a trilha de
      * auditoria registrou depois da imagem, em vez de rodar de
      * novo a mao PROG0001, PROG0006, PROG0011, PROG0024 e
      * PROG0029 na ordem certa:
      *   - inclusoes da janela (PROG0001) e da correcao (PROG0011):
      *     linha 'PROG0002' com RTN 0; afiliacoes do diario XREFD
      *     (acao 'I');
      *   - alteracao de nome (PROG0006 'C'), com o nome novo do
      *     NAMEHIST; inativacao/reativacao (PROG0006 'I'/'R');
      *   - exclusao (PROG0006 'D'), duplicidade confirmada
      *     (PROG0029 'C', RTN 7) e estorno de origem (PROG0062
      *     'E');
      *   - restauracao do arquivo morto (PROG0035), afiliacoes do
      *     diario (acao 'T');
      *   - afiliacoes avulsas (PROG0024 'A'/'R', do diario);
      *   - fusoes (PROG0040) e anonimizacoes (PROG0039);
      *   - expurgos (PROG0019): IDs do arquivo morto com carimbo
      *     de expurgo posterior a imagem (a linha 'P' da trilha nao
      *     e reaplicada; expurgos antigos nao a tem).
      * PARM='IMAGEM=AAAAMMDDHHMMSS' (carimbo da copia de seguranca).
      * Entradas: AUDTSRT (trilha classificada por carimbo), XREFSRT
      * (diario de afiliacoes classificado por ID, EQUALS), NAMEHIST,
      * ARCHFILE, IDSEQFIL, RUNSUMF, RUNHIST e PARMCARD (MINLEN= e
      * AVISOS= da janela, para o tamanho e o aviso do registro
      * reconstituido), alem do TRLORIG: inclusao cujo nome foi
      * transliterado volta com o nome gravado (e o aviso 03), nao
      * com o digitado da trilha. As linhas do dia da imagem
      * anteriores ao carimbo nao sao reaplicadas (ja estao na
      * imagem), mas consomem as entradas correspondentes do
      * diario, que so tem a data.
      * Relatorio RECRPT: o que foi reaplicado, o que nao pode ser,
      * e a prova do arquivo reconstituido - contagem por status
      * contra a esperada, maior ID contra o IDSEQFIL e aceitos/
      * rejeitados da ultima janela (RUNHIST) contra o RUNSUMF.
      * RC=8 em divergencia, RC=4 com linhas nao aplicadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               ALTERNATE RECORD KEY IS MASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO "AUDTSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL XREF-DELTA-FILE ASSIGN TO "XREFSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREFD-STATUS.

           SELECT OPTIONAL NAMH-FILE ASSIGN TO "NAMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMH-STATUS.

           SELECT ARCH-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-ID
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT OPTIONAL ID-SEQ-FILE ASSIGN TO "IDSEQFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDSEQ-STATUS.

           SELECT OPTIONAL RUNSUM-FILE ASSIGN TO "RUNSUMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT OPTIONAL PARM-CARD-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL TRLO-FILE ASSIGN TO "TRLORIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRLO-ID
               FILE STATUS IS WS-TRLO-STATUS.

           SELECT RECOVERY-REPORT ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  CTRY-XREF-FILE.
       COPY 'books/CTRYX-REC.cpy'.

       FD  PHON-XREF-FILE.
       COPY 'books/PHONX-REC.cpy'.

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  XREF-DELTA-FILE.
       COPY 'books/XREFD-REC.cpy'.

       FD  NAMH-FILE.
       COPY 'books/NAMH-REC.cpy'.

       FD  ARCH-FILE.
       COPY 'books/ARCH-REC.cpy'.

       FD  ID-SEQ-FILE.
       COPY 'books/IDSEQ-REC.cpy'.

       FD  RUNSUM-FILE.
       COPY 'books/RUNSUM-REC.cpy'.

       FD  RUN-HIST-FILE.
       COPY 'books/RUNHIST-REC.cpy'.

       FD  PARM-CARD-FILE.
       01 PARM-CARD-RECORD PIC X(80).

       FD  TRLO-FILE.
       COPY 'books/TRLORIG-REC.cpy'.

       FD  RECOVERY-REPORT.
       01 RECOVERY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MASTER-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-PHONX-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-XREFD-STATUS PIC XX.
       01 WS-NAMH-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-IDSEQ-STATUS PIC XX.
       01 WS-RUNSUM-STATUS PIC XX.
       01 WS-RUNHIST-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-TRLO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TRLO-SWITCH PIC X VALUE 'N'.
           88 WS-TRLO-FOUND VALUE 'Y'.

       01 WS-AUDIT-EOF PIC X VALUE 'N'.
           88 END-OF-AUDIT VALUE 'Y'.
       01 WS-XREFD-EOF PIC X VALUE 'N'.
           88 END-OF-XREFD VALUE 'Y'.
       01 WS-NAMH-EOF PIC X VALUE 'N'.
           88 END-OF-NAMH VALUE 'Y'.
       01 WS-ARCH-EOF PIC X VALUE 'N'.
           88 END-OF-ARCH VALUE 'Y'.
       01 WS-RUNHIST-EOF PIC X VALUE 'N'.
           88 END-OF-RUNHIST VALUE 'Y'.
       01 WS-PARMCARD-EOF PIC X VALUE 'N'.
           88 END-OF-PARMCARD VALUE 'Y'.
       01 WS-SCAN-EOF PIC X VALUE 'N'.
           88 END-OF-SCAN VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Carimbo da copia de seguranca (PARM IMAGEM=).
       01 WS-IMAGE-TS PIC X(14) VALUE SPACES.
      * Carimbo da linha da trilha em reaplicacao.
       01 WS-LINE-TS PIC X(14) VALUE SPACES.

      * Linha do dia da imagem com carimbo ate o da imagem: ja esta
      * refletida na copia, so consome o diario.
       01 WS-SYNC-SWITCH PIC X VALUE 'N'.
           88 WS-SYNC-ONLY VALUE 'Y'.

      * Mesmos parametros da janela (PARMCARD), para o tamanho e o
      * aviso do registro reconstituido sairem como na gravacao.
       01 WS-MIN-NAME-LENGTH PIC 9(04) VALUE 0.
       01 WS-WARN-ENABLED PIC X VALUE 'N'.

      * Controles lidos para a conferencia final.
       01 WS-IDSEQ-LAST-ID PIC 9(08) VALUE 0.
       01 WS-IDSEQ-FOUND PIC X VALUE 'N'.
           88 WS-HAS-IDSEQ VALUE 'Y'.
       01 WS-RUNSUM-FOUND PIC X VALUE 'N'.
           88 WS-HAS-RUNSUM VALUE 'Y'.
       01 WS-RUNSUM-ACCEPTED PIC 9(07) VALUE 0.
       01 WS-RUNSUM-REJECTED PIC 9(07) VALUE 0.
       01 WS-WINDOW-START-TS PIC X(14) VALUE SPACES.

      * Diario de afiliacoes (XREFD) a partir da data da imagem,
      * classificado por ID com a ordem de gravacao preservada
      * dentro do ID; pesquisa binaria pela primeira entrada do ID.
       01 WS-XJ-TABLE.
           05 WS-XJ-COUNT PIC 9(05) VALUE 0.
           05 WS-XJ-ENTRY OCCURS 60000 TIMES.
               10 WS-XJ-ID PIC 9(08).
               10 WS-XJ-ACTION PIC X(01).
               10 WS-XJ-COUNTRY PIC X(02).
               10 WS-XJ-USED PIC X(01).
       01 WS-XJ-IDX PIC 9(05) VALUE 0.
       01 WS-LOW PIC 9(05) VALUE 0.
       01 WS-HIGH PIC 9(05) VALUE 0.
       01 WS-MID PIC 9(05) VALUE 0.

      * Parametros da busca no diario (PROC-TAKE-JOURNAL).
       01 WS-FIND-ID PIC 9(08) VALUE 0.
       01 WS-FIND-ACTION PIC X(01) VALUE SPACE.
       01 WS-FIND-COUNTRY PIC X(02) VALUE SPACES.
       01 WS-TAKE-MODE PIC X VALUE 'T'.
           88 WS-TAKE-FIRST VALUE '1'.
           88 WS-TAKE-ALL VALUE 'T'.
       01 WS-TAKE-APPLY PIC X VALUE 'N'.
           88 WS-APPLY-TAKEN VALUE 'S'.
       01 WS-TAKEN PIC 9(03) VALUE 0.
       01 WS-TAKEN-COUNTRY PIC X(02) VALUE SPACES.
       01 WS-XREF-NAME PIC X(70) VALUE SPACES.

      * Historico de nomes (NAMEHIST) a partir da data da imagem,
      * em ordem de gravacao.
       01 WS-NH-TABLE.
           05 WS-NH-COUNT PIC 9(05) VALUE 0.
           05 WS-NH-ENTRY OCCURS 5000 TIMES.
               10 WS-NH-ID PIC 9(08).
               10 WS-NH-NEW-NAME PIC X(70).
               10 WS-NH-USED PIC X(01).
       01 WS-NH-IDX PIC 9(05) VALUE 0.
       01 WS-NH-FOUND PIC 9(05) VALUE 0.

      * Imagens dos registros excluidos durante a reaplicacao: a
      * restauracao posterior do mesmo ID (PROG0035) volta com o
      * status e os carimbos que o arquivo morto tinha.
       01 WS-RMV-TABLE.
           05 WS-RMV-COUNT PIC 9(04) VALUE 0.
           05 WS-RMV-ENTRY OCCURS 2000 TIMES.
               10 WS-RMV-ID PIC 9(08).
               10 WS-RMV-IMAGE PIC X(121).
       01 WS-RMV-IDX PIC 9(04) VALUE 0.
       01 WS-RMV-FOUND PIC 9(04) VALUE 0.

      * IDs editados na ultima janela (linhas desde o inicio do
      * ultimo RUNHIST): uma entrada por ID, para que as linhas
      * repetidas por um restart nao contem duas vezes.
       01 WS-WIN-TABLE.
           05 WS-WIN-COUNT PIC 9(05) VALUE 0.
           05 WS-WIN-ENTRY OCCURS 20000 TIMES.
               10 WS-WIN-ID PIC 9(08).
       01 WS-WIN-IDX PIC 9(05) VALUE 0.
       01 WS-WIN-OVERFLOW PIC X VALUE 'N'.
           88 WS-WIN-IS-FULL VALUE 'Y'.
       01 WS-WIN-SWITCH PIC X VALUE 'N'.
           88 WS-WIN-SEEN VALUE 'Y'.

      * Fusao: a linha do sobrevivente vem antes da do aposentado.
       01 WS-MERGE-SURVIVOR-ID PIC 9(08) VALUE 0.
       01 WS-MERGE-SURVIVOR-NAME PIC X(70) VALUE SPACES.
       01 WS-MERGE-RETIRED-NAME PIC X(70) VALUE SPACES.
       01 WS-MOVE-TABLE.
           05 WS-MOVE-COUNT PIC 9(02) VALUE 0.
           05 WS-MOVE-CTRY OCCURS 20 TIMES PIC X(02).
       01 WS-MOVE-IDX PIC 9(02) VALUE 0.

      * Imagem do registro em trabalho.
       01 WS-SAVE-MASTER.
           05 WS-SAVE-ID PIC 9(08).
           05 WS-SAVE-NAME PIC X(70).
           05 WS-SAVE-NAME-SIZE PIC 9(04).
           05 WS-SAVE-STATUS PIC X(01).
           05 WS-SAVE-ADD-TS PIC X(14).
           05 WS-SAVE-CHG-TS PIC X(14).
           05 WS-SAVE-PHON-KEY PIC X(08).
           05 WS-SAVE-WARN-CODE PIC 9(02).
       01 WS-NEW-NAME PIC X(70) VALUE SPACES.

       01 WS-HIGH-MASTER-ID PIC 9(08) VALUE 0.
       01 WS-HIGH-TRAIL-ID PIC 9(08) VALUE 0.

       01 WS-DIVERGENT-SWITCH PIC X VALUE 'N'.
           88 WS-IS-DIVERGENT VALUE 'Y'.
       01 WS-CHECK-RESULT PIC X(10) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-LINES          PIC 9(07) VALUE 0.
           05 WS-TOTAL-SYNCED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-FAILED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-ADDED          PIC 9(07) VALUE 0.
           05 WS-TOTAL-ALREADY        PIC 9(07) VALUE 0.
           05 WS-TOTAL-RENAMED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-INACTIVATED    PIC 9(07) VALUE 0.
           05 WS-TOTAL-REACTIVATED    PIC 9(07) VALUE 0.
           05 WS-TOTAL-REMOVED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-RESTORED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-NO-IMAGE       PIC 9(07) VALUE 0.
           05 WS-TOTAL-MERGED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-ERASED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-PURGED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-XREF-ADDED     PIC 9(07) VALUE 0.
           05 WS-TOTAL-XREF-REMOVED   PIC 9(07) VALUE 0.

      * Contagens por status: imagem, esperada (imagem + efeito de
      * cada linha reaplicada) e contada no arquivo reconstituido.
       01 WS-COUNTS.
           05 WS-IMAGE-ACTIVE         PIC 9(07) VALUE 0.
           05 WS-IMAGE-INACTIVE       PIC 9(07) VALUE 0.
           05 WS-EXP-ACTIVE           PIC 9(07) VALUE 0.
           05 WS-EXP-INACTIVE         PIC 9(07) VALUE 0.
           05 WS-CNT-ACTIVE           PIC 9(07) VALUE 0.
           05 WS-CNT-INACTIVE         PIC 9(07) VALUE 0.
           05 WS-EXP-TOTAL            PIC 9(07) VALUE 0.
           05 WS-CNT-TOTAL            PIC 9(07) VALUE 0.
           05 WS-WIN-ACCEPTED         PIC 9(07) VALUE 0.
           05 WS-WIN-REJECTED         PIC 9(07) VALUE 0.

       COPY 'books/PROG0002.cpy'.
       COPY 'books/PROG0015.cpy'.
       COPY 'books/PROG0028.cpy'.

       LINKAGE SECTION.

       01 PROG0041-PARM PIC X(40).

       PROCEDURE DIVISION USING PROG0041-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           IF PROG0041-PARM (1:7) = 'IMAGEM='
                   AND PROG0041-PARM (8:14) IS NUMERIC
               MOVE PROG0041-PARM (8:14) TO WS-IMAGE-TS
           ELSE
               DISPLAY "PROG0041: informe IMAGEM=AAAAMMDDHHMMSS no PARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROC-OPEN-FILES
           PERFORM PROC-READ-CONTROLS
           PERFORM PROC-LOAD-XREF-JOURNAL
           PERFORM PROC-LOAD-NAME-HISTORY
           PERFORM PROC-COUNT-IMAGE

           PERFORM UNTIL END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM PROC-REPLAY-LINE
               END-READ
           END-PERFORM

           PERFORM PROC-APPLY-PURGES
           PERFORM PROC-COUNT-REBUILT
           PERFORM PROC-PRINT-TOTALS

           CLOSE MASTER-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE AUDIT-FILE
           CLOSE ARCH-FILE
           CLOSE TRLO-FILE
           CLOSE RECOVERY-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0041: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CTRY-XREF-FILE
           IF WS-CTRYX-STATUS NOT = '00'
               DISPLAY "PROG0041: falha ao abrir CTRYXREF - STATUS "
                   WS-CTRYX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PHON-XREF-FILE
           IF WS-PHONX-STATUS NOT = '00'
               DISPLAY "PROG0041: falha ao abrir PHONFILE - STATUS "
                   WS-PHONX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "PROG0041: falha ao abrir AUDTSRT - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY "PROG0041: falha ao abrir ARCHFILE - STATUS "
                   WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRLO-FILE
           IF WS-TRLO-STATUS NOT = '00' AND WS-TRLO-STATUS NOT = '05'
               DISPLAY "PROG0041: falha ao abrir TRLORIG - STATUS "
                   WS-TRLO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECOVERY-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0041: falha ao abrir RECRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE "RECUPERACAO DO MESTRE A PARTIR DA IMAGEM - PROG0041"
               TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE "====================================================="
               TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "IMAGEM DE............: " DELIMITED BY SIZE
                  WS-IMAGE-TS DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

      * Parametros da janela, ultimo ID emitido, totais do ultimo
      * RUNSUMF (primeiro registro, '*TOTAL*') e inicio da ultima
      * janela registrada no RUNHIST.
       PROC-READ-CONTROLS.

      * Do cartao de parametros da janela so MINLEN= e AVISOS=
      * interessam aqui.
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

           OPEN INPUT ID-SEQ-FILE
           IF WS-IDSEQ-STATUS = '00'
               READ ID-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IDSEQ-LAST-ID IS NUMERIC
                           MOVE IDSEQ-LAST-ID TO WS-IDSEQ-LAST-ID
                           SET WS-HAS-IDSEQ TO TRUE
                       END-IF
               END-READ
               CLOSE ID-SEQ-FILE
           END-IF

           OPEN INPUT RUNSUM-FILE
           IF WS-RUNSUM-STATUS = '00'
               READ RUNSUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNSUM-TOTAL-ACCEPTED
                           TO WS-RUNSUM-ACCEPTED
                       MOVE RUNSUM-TOTAL-REJECTED
                           TO WS-RUNSUM-REJECTED
                       SET WS-HAS-RUNSUM TO TRUE
               END-READ
               CLOSE RUNSUM-FILE
           END-IF

           OPEN INPUT RUN-HIST-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-RUNHIST-EOF
           END-IF
           PERFORM UNTIL END-OF-RUNHIST
               READ RUN-HIST-FILE
                   AT END
                       SET END-OF-RUNHIST TO TRUE
                   NOT AT END
                       MOVE RUNHIST-START-TS TO WS-WINDOW-START-TS
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS = '00'
               CLOSE RUN-HIST-FILE
           END-IF.

      * Carrega o diario de afiliacoes a partir da data da imagem. O
      * diario so tem a data: as entradas do proprio dia da imagem
      * gravadas antes dela sao consumidas pelas linhas da trilha do
      * mesmo dia anteriores ao carimbo (modo so-consumo).
       PROC-LOAD-XREF-JOURNAL.

           OPEN INPUT XREF-DELTA-FILE
           IF WS-XREFD-STATUS NOT = '00'
               MOVE 'Y' TO WS-XREFD-EOF
           END-IF

           PERFORM UNTIL END-OF-XREFD
               READ XREF-DELTA-FILE
                   AT END
                       SET END-OF-XREFD TO TRUE
                   NOT AT END
                       IF XREFD-DATE NOT < WS-IMAGE-TS (1:8)
                           IF WS-XJ-COUNT = 60000
                               DISPLAY "PROG0041: diario de afiliacoes "
                                   "excede 60000 entradas"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-XJ-COUNT
                           MOVE XREFD-ID TO WS-XJ-ID (WS-XJ-COUNT)
                           MOVE XREFD-ACTION
                               TO WS-XJ-ACTION (WS-XJ-COUNT)
                           MOVE XREFD-COUNTRY
                               TO WS-XJ-COUNTRY (WS-XJ-COUNT)
                           MOVE 'N' TO WS-XJ-USED (WS-XJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-XREFD-STATUS = '00'
               CLOSE XREF-DELTA-FILE
           END-IF.

       PROC-LOAD-NAME-HISTORY.

           OPEN INPUT NAMH-FILE
           IF WS-NAMH-STATUS NOT = '00'
               MOVE 'Y' TO WS-NAMH-EOF
           END-IF

           PERFORM UNTIL END-OF-NAMH
               READ NAMH-FILE
                   AT END
                       SET END-OF-NAMH TO TRUE
                   NOT AT END
                       IF NAMH-TS (1:8) NOT < WS-IMAGE-TS (1:8)
                           IF WS-NH-COUNT = 5000
                               DISPLAY "PROG0041: historico de nomes "
                                   "excede 5000 entradas"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-NH-COUNT
                           MOVE NAMH-ID TO WS-NH-ID (WS-NH-COUNT)
                           MOVE NAMH-NEW-NAME
                               TO WS-NH-NEW-NAME (WS-NH-COUNT)
                           MOVE 'N' TO WS-NH-USED (WS-NH-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-NAMH-STATUS = '00'
               CLOSE NAMH-FILE
           END-IF.

      * Contagem por status da imagem restaurada: ponto de partida
      * da contagem esperada.
       PROC-COUNT-IMAGE.

           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO MASTER-NAME
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-NAME
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF MASTER-STATUS-INACTIVE
                           ADD 1 TO WS-IMAGE-INACTIVE
                       ELSE
                           ADD 1 TO WS-IMAGE-ACTIVE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-IMAGE-ACTIVE TO WS-EXP-ACTIVE
           MOVE WS-IMAGE-INACTIVE TO WS-EXP-INACTIVE.

       PROC-REPLAY-LINE.

           ADD 1 TO WS-TOTAL-LINES
           MOVE AUDIT-TIMESTAMP (1:14) TO WS-LINE-TS

      * Edicao da janela batch (acao em branco; a correcao do
      * PROG0011 grava 'C'): maior ID emitido e, desde o inicio da
      * ultima janela, os IDs para a conferencia com o RUNSUMF.
           IF AUDIT-PROGRAM = 'PROG0002' AND AUDIT-ACTION = SPACE
               IF AUDIT-ID > WS-HIGH-TRAIL-ID
                   MOVE AUDIT-ID TO WS-HIGH-TRAIL-ID
               END-IF
               IF WS-WINDOW-START-TS NOT = SPACES
                       AND WS-LINE-TS NOT < WS-WINDOW-START-TS
                   PERFORM PROC-TALLY-WINDOW
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-LINE-TS (1:8) < WS-IMAGE-TS (1:8)
                   CONTINUE
               WHEN WS-LINE-TS > WS-IMAGE-TS
                   MOVE 'N' TO WS-SYNC-SWITCH
                   PERFORM PROC-DISPATCH-LINE
               WHEN OTHER
                   SET WS-SYNC-ONLY TO TRUE
                   PERFORM PROC-DISPATCH-LINE
           END-EVALUATE.

       PROC-DISPATCH-LINE.

           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN AUDIT-PROGRAM = 'PROG0002'
                       AND AUDIT-RTN-CODE = 0
                   PERFORM PROC-REPLAY-ADD
               WHEN AUDIT-PROGRAM = 'PROG0006'
                       AND AUDIT-RTN-CODE = 0
                   EVALUATE AUDIT-ACTION
                       WHEN 'C'
                           PERFORM PROC-REPLAY-RENAME
                       WHEN 'I'
                           PERFORM PROC-REPLAY-STATUS
                       WHEN 'R'
                           PERFORM PROC-REPLAY-STATUS
                       WHEN 'D'
                           PERFORM PROC-REPLAY-REMOVE
                   END-EVALUATE
               WHEN AUDIT-PROGRAM = 'PROG0029'
                       AND AUDIT-ACTION = 'C'
                       AND AUDIT-RTN-CODE = 7
                   PERFORM PROC-REPLAY-REMOVE
               WHEN AUDIT-PROGRAM = 'PROG0062'
                       AND AUDIT-ACTION = 'E'
                       AND AUDIT-RTN-CODE = 0
                   PERFORM PROC-REPLAY-REMOVE
               WHEN AUDIT-PROGRAM = 'PROG0035'
                       AND AUDIT-RTN-CODE = 0
                   PERFORM PROC-REPLAY-RESTORE
               WHEN AUDIT-PROGRAM = 'PROG0024'
                       AND AUDIT-RTN-CODE = 0
                   PERFORM PROC-REPLAY-AFFILIATION
               WHEN AUDIT-PROGRAM = 'PROG0040'
                       AND AUDIT-RTN-CODE = 0
                   PERFORM PROC-REPLAY-MERGE
               WHEN AUDIT-PROGRAM = 'PROG0039'
                       AND AUDIT-RTN-CODE = 0
                   PERFORM PROC-REPLAY-ERASURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REPORT-FAILURE
           END-IF.

      * Um ID por entrada: o restart re-edita os detalhes depois do
      * ultimo checkpoint com os mesmos IDs.
       PROC-TALLY-WINDOW.

           MOVE 'N' TO WS-WIN-SWITCH
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-COUNT
                       OR WS-WIN-SEEN
               IF WS-WIN-ID (WS-WIN-IDX) = AUDIT-ID
                   SET WS-WIN-SEEN TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-WIN-SEEN
               IF WS-WIN-COUNT = 20000
                   SET WS-WIN-IS-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-WIN-COUNT
                   MOVE AUDIT-ID TO WS-WIN-ID (WS-WIN-COUNT)
                   IF AUDIT-RTN-CODE = 0
                       ADD 1 TO WS-WIN-ACCEPTED
                   ELSE
                       ADD 1 TO WS-WIN-REJECTED
                   END-IF
               END-IF
           END-IF.

      * Inclusao (janela ou correcao): o nome da trilha e o
      * digitado; padroniza, recalcula tamanho, aviso e chave sonora
      * como na gravacao e traz as afiliacoes 'I' do diario. Nome
      * transliterado na gravacao: o nome gravado vem do TRLORIG.
       PROC-REPLAY-ADD.

           MOVE AUDIT-ID TO WS-FIND-ID
           MOVE 'I' TO WS-FIND-ACTION
           MOVE SPACES TO WS-FIND-COUNTRY
           SET WS-TAKE-ALL TO TRUE

           IF WS-SYNC-ONLY
               MOVE 'N' TO WS-TAKE-APPLY
               PERFORM PROC-TAKE-JOURNAL
               ADD 1 TO WS-TOTAL-SYNCED
           ELSE
               MOVE 'N' TO WS-TRLO-SWITCH
               MOVE AUDIT-ID TO TRLO-ID
               READ TRLO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TRLO-FOUND TO TRUE
               END-READ
               IF WS-TRLO-FOUND
                   MOVE TRLO-NAME TO WS-NEW-NAME
               ELSE
                   INITIALIZE PROG0015-BOOK
                   MOVE AUDIT-NAME TO PROG0015-NAME-RAW
                   CALL 'PROG0015' USING PROG0015-BOOK
                   MOVE PROG0015-NAME-STD TO WS-NEW-NAME
               END-IF
               PERFORM PROC-EDIT-NAME
               MOVE 'N' TO WS-TRLO-SWITCH

               MOVE AUDIT-ID           TO MASTER-ID
               MOVE WS-NEW-NAME        TO MASTER-NAME
               MOVE PROG0002-NAME-SIZE TO MASTER-NAME-SIZE
               MOVE 'A'                TO MASTER-STATUS
               MOVE WS-LINE-TS         TO MASTER-ADD-TS
               MOVE SPACES             TO MASTER-CHG-TS
               MOVE PROG0028-PHON-KEY  TO MASTER-PHON-KEY
               MOVE PROG0002-WARN-CODE TO MASTER-WARN-CODE
               WRITE MASTER-RECORD
                   INVALID KEY
                       PERFORM PROC-CHECK-ALREADY-ADDED
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-ADDED
                       ADD 1 TO WS-EXP-ACTIVE
                       PERFORM PROC-WRITE-PHON-XREF
                       MOVE WS-NEW-NAME TO WS-XREF-NAME
                       SET WS-APPLY-TAKEN TO TRUE
                       PERFORM PROC-TAKE-JOURNAL
               END-WRITE
           END-IF.

      * Nome ja no mestre com o mesmo ID: linha repetida por um
      * restart da janela, ja refletida. Outro ID: falha real.
       PROC-CHECK-ALREADY-ADDED.

           MOVE WS-NEW-NAME TO MASTER-NAME
           READ MASTER-FILE
               INVALID KEY
                   MOVE "ERRO AO GRAVAR INCLUSAO NO MESTRE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF MASTER-ID = AUDIT-ID
                       ADD 1 TO WS-TOTAL-ALREADY
                   ELSE
                       MOVE "NOME JA CADASTRADO SOB OUTRO ID"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      * Tamanho e aviso pela mesma edicao da gravacao (PROG0002) e
      * chave sonora (PROG0028) do nome em WS-NEW-NAME.
       PROC-EDIT-NAME.

           INITIALIZE PROG0002-BOOK
           MOVE AUDIT-ID           TO PROG0002-ID
           MOVE WS-NEW-NAME        TO PROG0002-NAME
           MOVE WS-MIN-NAME-LENGTH TO PROG0002-MIN-LENGTH
           MOVE WS-WARN-ENABLED    TO PROG0002-WARN-ENABLED
           MOVE 'N'                TO PROG0002-DUP-FOUND
           MOVE 'N'                TO PROG0002-CTRY-UNKNOWN
           IF WS-TRLO-FOUND
               SET PROG0002-WAS-TRANSLITERATED TO TRUE
           END-IF
           CALL 'PROG0002' USING PROG0002-BOOK

           INITIALIZE PROG0028-BOOK
           MOVE WS-NEW-NAME TO PROG0028-NAME
           CALL 'PROG0028' USING PROG0028-BOOK.

      * Alteracao de nome: o nome novo vem do NAMEHIST (primeira
      * entrada ainda nao usada do ID); o registro sai e volta sob
      * a chave nova, preservando ID, status e inclusao.
       PROC-REPLAY-RENAME.

           MOVE 0 TO WS-NH-FOUND
           PERFORM VARYING WS-NH-IDX FROM 1 BY 1
                   UNTIL WS-NH-IDX > WS-NH-COUNT
                       OR WS-NH-FOUND > 0
               IF WS-NH-ID (WS-NH-IDX) = AUDIT-ID
                       AND WS-NH-USED (WS-NH-IDX) = 'N'
                   MOVE WS-NH-IDX TO WS-NH-FOUND
                   MOVE 'S' TO WS-NH-USED (WS-NH-IDX)
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-SYNC-ONLY
                   ADD 1 TO WS-TOTAL-SYNCED
               WHEN WS-NH-FOUND = 0
                   MOVE "ALTERACAO SEM ENTRADA NO NAMEHIST"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-NH-NEW-NAME (WS-NH-FOUND) TO WS-NEW-NAME
                   PERFORM PROC-READ-BY-ID
                   IF WS-REJECT-REASON = SPACES
                       PERFORM PROC-RENAME-MASTER
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-TOTAL-RENAMED
                   END-IF
           END-EVALUATE.

       PROC-READ-BY-ID.

           MOVE AUDIT-ID TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
               INVALID KEY
                   MOVE "ID NAO ESTA NO MESTRE RECONSTITUIDO"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-SAVE-MASTER
           END-READ.

      * Regrava o registro lido (WS-SAVE-MASTER) sob WS-NEW-NAME,
      * com referencia fonetica e afiliacoes acompanhando o nome.
       PROC-RENAME-MASTER.

           PERFORM PROC-EDIT-NAME

           DELETE MASTER-FILE
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR REGISTRO ORIGINAL"
                       TO WS-REJECT-REASON
           END-DELETE

           IF WS-REJECT-REASON = SPACES
               MOVE WS-SAVE-MASTER     TO MASTER-RECORD
               MOVE WS-NEW-NAME        TO MASTER-NAME
               MOVE PROG0002-NAME-SIZE TO MASTER-NAME-SIZE
               MOVE WS-LINE-TS         TO MASTER-CHG-TS
               MOVE PROG0028-PHON-KEY  TO MASTER-PHON-KEY
               MOVE PROG0002-WARN-CODE TO MASTER-WARN-CODE
               WRITE MASTER-RECORD
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR SOB O NOVO NOME"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-DELETE-PHON-XREF
               PERFORM PROC-WRITE-PHON-XREF
               MOVE 'R' TO WS-FIND-ACTION
               PERFORM PROC-SWEEP-XREF
           END-IF.

      * Inativacao ('I') e reativacao ('R') do PROG0006.
       PROC-REPLAY-STATUS.

           IF WS-SYNC-ONLY
               ADD 1 TO WS-TOTAL-SYNCED
           ELSE
               PERFORM PROC-READ-BY-ID
               IF WS-REJECT-REASON = SPACES
                   IF AUDIT-ACTION = 'I'
                       MOVE 'I' TO MASTER-STATUS
                   ELSE
                       MOVE 'A' TO MASTER-STATUS
                   END-IF
                   MOVE WS-LINE-TS TO MASTER-CHG-TS
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           MOVE "ERRO AO REGRAVAR REGISTRO"
                               TO WS-REJECT-REASON
                   END-REWRITE
               END-IF
               IF WS-REJECT-REASON = SPACES
                       AND WS-SAVE-STATUS NOT = MASTER-STATUS
                   IF AUDIT-ACTION = 'I'
                       ADD 1 TO WS-TOTAL-INACTIVATED
                       SUBTRACT 1 FROM WS-EXP-ACTIVE
                       ADD 1 TO WS-EXP-INACTIVE
                   ELSE
                       ADD 1 TO WS-TOTAL-REACTIVATED
                       SUBTRACT 1 FROM WS-EXP-INACTIVE
                       ADD 1 TO WS-EXP-ACTIVE
                   END-IF
               END-IF
           END-IF.

      * Exclusao (PROG0006 'D'), duplicidade confirmada (PROG0029
      * 'C') e estorno de origem (PROG0062 'E'): o registro sai com
      * a referencia fonetica e as afiliacoes; a imagem fica
      * guardada para uma restauracao posterior do mesmo ID.
       PROC-REPLAY-REMOVE.

           IF WS-SYNC-ONLY
               ADD 1 TO WS-TOTAL-SYNCED
           ELSE
               PERFORM PROC-READ-BY-ID
               IF WS-REJECT-REASON = SPACES
                   PERFORM PROC-REMOVE-MASTER
               END-IF
               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-TOTAL-REMOVED
                   IF WS-RMV-COUNT < 2000
                       ADD 1 TO WS-RMV-COUNT
                       MOVE WS-SAVE-ID TO WS-RMV-ID (WS-RMV-COUNT)
                       MOVE WS-SAVE-MASTER
                           TO WS-RMV-IMAGE (WS-RMV-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Tira do mestre o registro lido (WS-SAVE-MASTER), com a
      * entrada fonetica e as afiliacoes.
       PROC-REMOVE-MASTER.

           DELETE MASTER-FILE
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR REGISTRO"
                       TO WS-REJECT-REASON
           END-DELETE

           IF WS-REJECT-REASON = SPACES
               IF WS-SAVE-STATUS = 'I'
                   SUBTRACT 1 FROM WS-EXP-INACTIVE
               ELSE
                   SUBTRACT 1 FROM WS-EXP-ACTIVE
               END-IF
               PERFORM PROC-DELETE-PHON-XREF
               MOVE 'D' TO WS-FIND-ACTION
               PERFORM PROC-SWEEP-XREF
           END-IF.

      * Restauracao do arquivo morto (PROG0035). A imagem vem da
      * exclusao reaplicada nesta mesma execucao; um registro que ja
      * estava no arquivo morto na hora da imagem volta com o nome
      * da trilha e status 'A' e sai no relatorio para conferencia.
       PROC-REPLAY-RESTORE.

           MOVE AUDIT-ID TO WS-FIND-ID
           MOVE 'T' TO WS-FIND-ACTION
           MOVE SPACES TO WS-FIND-COUNTRY
           SET WS-TAKE-ALL TO TRUE

           IF WS-SYNC-ONLY
               MOVE 'N' TO WS-TAKE-APPLY
               PERFORM PROC-TAKE-JOURNAL
               ADD 1 TO WS-TOTAL-SYNCED
           ELSE
               MOVE AUDIT-ID TO MASTER-ID
               READ MASTER-FILE KEY IS MASTER-ID
                   INVALID KEY
                       PERFORM PROC-RESTORE-MASTER
                   NOT INVALID KEY
      * Expurgo (sem trilha) seguido de restauracao: na imagem o
      * registro nunca saiu; so o carimbo de alteracao acompanha.
                       MOVE WS-LINE-TS TO MASTER-CHG-TS
                       REWRITE MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ

               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-TOTAL-RESTORED
                   MOVE MASTER-NAME TO WS-XREF-NAME
                   SET WS-APPLY-TAKEN TO TRUE
                   PERFORM PROC-TAKE-JOURNAL
               END-IF
           END-IF.

       PROC-RESTORE-MASTER.

           MOVE 0 TO WS-RMV-FOUND
           PERFORM VARYING WS-RMV-IDX FROM WS-RMV-COUNT BY -1
                   UNTIL WS-RMV-IDX < 1
                       OR WS-RMV-FOUND > 0
               IF WS-RMV-ID (WS-RMV-IDX) = AUDIT-ID
                   MOVE WS-RMV-IDX TO WS-RMV-FOUND
               END-IF
           END-PERFORM

           IF WS-RMV-FOUND > 0
               MOVE WS-RMV-IMAGE (WS-RMV-FOUND) TO MASTER-RECORD
               MOVE AUDIT-NAME TO MASTER-NAME
           ELSE
               MOVE AUDIT-NAME TO WS-NEW-NAME
               PERFORM PROC-EDIT-NAME
               MOVE AUDIT-ID           TO MASTER-ID
               MOVE WS-NEW-NAME        TO MASTER-NAME
               MOVE PROG0002-NAME-SIZE TO MASTER-NAME-SIZE
               MOVE 'A'                TO MASTER-STATUS
               MOVE WS-LINE-TS         TO MASTER-ADD-TS
               MOVE PROG0028-PHON-KEY  TO MASTER-PHON-KEY
               MOVE 0                  TO MASTER-WARN-CODE
           END-IF
           MOVE WS-LINE-TS TO MASTER-CHG-TS

           WRITE MASTER-RECORD
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR RESTAURACAO NO MESTRE"
                       TO WS-REJECT-REASON
           END-WRITE

           IF WS-REJECT-REASON = SPACES
               IF MASTER-STATUS-INACTIVE
                   ADD 1 TO WS-EXP-INACTIVE
               ELSE
                   ADD 1 TO WS-EXP-ACTIVE
               END-IF
               PERFORM PROC-WRITE-PHON-XREF
               IF WS-RMV-FOUND = 0
                   ADD 1 TO WS-TOTAL-NO-IMAGE
                   MOVE SPACES TO RECOVERY-REPORT-LINE
                   STRING "RESTAURADO SEM IMAGEM ID=" DELIMITED BY SIZE
                          AUDIT-ID DELIMITED BY SIZE
                          " TS=" DELIMITED BY SIZE
                          WS-LINE-TS DELIMITED BY SIZE
                          " - CONFERIR STATUS E INCLUSAO"
                              DELIMITED BY SIZE
                          INTO RECOVERY-REPORT-LINE
                   WRITE RECOVERY-REPORT-LINE
               END-IF
           END-IF.

      * Afiliacao avulsa (PROG0024): a trilha tem o ID ja resolvido
      * e a acao; o pais vem da primeira entrada ainda nao usada do
      * diario com o mesmo ID e acao.
       PROC-REPLAY-AFFILIATION.

           MOVE AUDIT-ID TO WS-FIND-ID
           MOVE AUDIT-ACTION TO WS-FIND-ACTION
           MOVE SPACES TO WS-FIND-COUNTRY
           MOVE AUDIT-NAME TO WS-XREF-NAME
           SET WS-TAKE-FIRST TO TRUE

           IF WS-SYNC-ONLY
               MOVE 'N' TO WS-TAKE-APPLY
               ADD 1 TO WS-TOTAL-SYNCED
           ELSE
               SET WS-APPLY-TAKEN TO TRUE
           END-IF
           PERFORM PROC-TAKE-JOURNAL

           IF WS-TAKEN = 0 AND NOT WS-SYNC-ONLY
               MOVE "AFILIACAO SEM ENTRADA NO DIARIO XREFD"
                   TO WS-REJECT-REASON
           END-IF.

      * Fusao (PROG0040): duas linhas seguidas com o mesmo par de
      * nomes - primeiro a do sobrevivente, depois a do aposentado.
       PROC-REPLAY-MERGE.

           IF WS-MERGE-SURVIVOR-ID = 0
                   OR AUDIT-NAME NOT = WS-MERGE-SURVIVOR-NAME
                   OR AUDIT-BEFORE-KEY NOT = WS-MERGE-RETIRED-NAME
               MOVE AUDIT-ID TO WS-MERGE-SURVIVOR-ID
               MOVE AUDIT-NAME TO WS-MERGE-SURVIVOR-NAME
               MOVE AUDIT-BEFORE-KEY TO WS-MERGE-RETIRED-NAME
           ELSE
               IF WS-SYNC-ONLY
                   PERFORM PROC-SYNC-MERGE
                   ADD 1 TO WS-TOTAL-SYNCED
               ELSE
                   PERFORM PROC-APPLY-MERGE
               END-IF
               MOVE 0 TO WS-MERGE-SURVIVOR-ID
           END-IF.

      * Fusao anterior a imagem: consome as remocoes do aposentado
      * e as inclusoes correspondentes do sobrevivente.
       PROC-SYNC-MERGE.

           MOVE 'N' TO WS-TAKE-APPLY
           SET WS-TAKE-FIRST TO TRUE
           MOVE 1 TO WS-TAKEN
           PERFORM UNTIL WS-TAKEN = 0
               MOVE AUDIT-ID TO WS-FIND-ID
               MOVE 'R' TO WS-FIND-ACTION
               MOVE SPACES TO WS-FIND-COUNTRY
               PERFORM PROC-TAKE-JOURNAL
               IF WS-TAKEN > 0
                   MOVE WS-MERGE-SURVIVOR-ID TO WS-FIND-ID
                   MOVE 'A' TO WS-FIND-ACTION
                   MOVE WS-TAKEN-COUNTRY TO WS-FIND-COUNTRY
                   PERFORM PROC-TAKE-JOURNAL
                   MOVE 1 TO WS-TAKEN
               END-IF
           END-PERFORM.

      * Afiliacoes do aposentado passam ao sobrevivente (a que o
      * sobrevivente ja tinha so sai do aposentado), o aposentado
      * sai do mestre e da referencia fonetica e o sobrevivente
      * ganha o carimbo de alteracao.
       PROC-APPLY-MERGE.

           PERFORM PROC-READ-BY-ID
           IF WS-REJECT-REASON = SPACES
               MOVE 0 TO WS-MOVE-COUNT
               MOVE 'N' TO WS-SCAN-EOF
               MOVE LOW-VALUES TO CTRYX-KEY
               START CTRY-XREF-FILE KEY IS NOT LESS THAN CTRYX-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ CTRY-XREF-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF CTRYX-ID = AUDIT-ID
                                   AND WS-MOVE-COUNT < 20
                               ADD 1 TO WS-MOVE-COUNT
                               MOVE CTRYX-COUNTRY
                                   TO WS-MOVE-CTRY (WS-MOVE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 'N' TO WS-TAKE-APPLY
               SET WS-TAKE-FIRST TO TRUE
               PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                       UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                   MOVE WS-MOVE-CTRY (WS-MOVE-IDX) TO CTRYX-COUNTRY
                   MOVE AUDIT-ID TO CTRYX-ID
                   DELETE CTRY-XREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-XREF-REMOVED
                   END-DELETE
                   MOVE AUDIT-ID TO WS-FIND-ID
                   MOVE 'R' TO WS-FIND-ACTION
                   MOVE WS-MOVE-CTRY (WS-MOVE-IDX) TO WS-FIND-COUNTRY
                   PERFORM PROC-TAKE-JOURNAL

                   MOVE WS-MOVE-CTRY (WS-MOVE-IDX) TO CTRYX-COUNTRY
                   MOVE WS-MERGE-SURVIVOR-ID TO CTRYX-ID
                   MOVE WS-MERGE-SURVIVOR-NAME TO CTRYX-NAME
                   WRITE CTRYX-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-XREF-ADDED
                           MOVE WS-MERGE-SURVIVOR-ID TO WS-FIND-ID
                           MOVE 'A' TO WS-FIND-ACTION
                           PERFORM PROC-TAKE-JOURNAL
                   END-WRITE
               END-PERFORM

               PERFORM PROC-READ-BY-ID
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-REMOVE-MASTER
           END-IF

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TOTAL-MERGED
               MOVE WS-MERGE-SURVIVOR-ID TO MASTER-ID
               READ MASTER-FILE KEY IS MASTER-ID
                   INVALID KEY
                       MOVE "SOBREVIVENTE NAO ESTA NO MESTRE"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE WS-LINE-TS TO MASTER-CHG-TS
                       REWRITE MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      * Anonimizacao (PROG0039): o registro passa ao token da
      * trilha mantendo ID, carimbos, status e chave sonora. ID so
      * no arquivo morto nao tem o que reaplicar no mestre.
       PROC-REPLAY-ERASURE.

           IF WS-SYNC-ONLY
               ADD 1 TO WS-TOTAL-SYNCED
           ELSE
               MOVE AUDIT-ID TO MASTER-ID
               READ MASTER-FILE KEY IS MASTER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MASTER-RECORD TO WS-SAVE-MASTER
                       MOVE AUDIT-NAME TO WS-NEW-NAME
                       PERFORM PROC-EDIT-NAME
                       DELETE MASTER-FILE
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR REGISTRO ORIGINAL"
                                   TO WS-REJECT-REASON
                       END-DELETE
                       IF WS-REJECT-REASON = SPACES
                           MOVE WS-SAVE-MASTER TO MASTER-RECORD
                           MOVE WS-NEW-NAME TO MASTER-NAME
                           MOVE PROG0002-NAME-SIZE TO MASTER-NAME-SIZE
                           WRITE MASTER-RECORD
                               INVALID KEY
                                   MOVE "ERRO AO REGRAVAR COM O TOKEN"
                                       TO WS-REJECT-REASON
                           END-WRITE
                       END-IF
                       IF WS-REJECT-REASON = SPACES
                           ADD 1 TO WS-TOTAL-ERASED
                           IF WS-SAVE-PHON-KEY NOT = SPACES
                               MOVE WS-SAVE-PHON-KEY TO PHONX-PHON
                               MOVE AUDIT-ID TO PHONX-ID
                               READ PHON-XREF-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE WS-NEW-NAME TO PHONX-NAME
                                       REWRITE PHONX-RECORD
                               END-READ
                           END-IF
                           MOVE 'R' TO WS-FIND-ACTION
                           PERFORM PROC-SWEEP-XREF
                       END-IF
               END-READ
           END-IF.

      * Expurgos do PROG0019 (pelo arquivo morto, que tambem cobre
      * os anteriores a linha 'P' da trilha): todo ID do arquivo morto
      * com carimbo de expurgo posterior a imagem sai do mestre.
      * As exclusoes do PROG0006 tambem passam pelo arquivo morto,
      * mas ja foram reaplicadas pela trilha e nao estao mais no
      * mestre.
       PROC-APPLY-PURGES.

           MOVE 'N' TO WS-ARCH-EOF
           MOVE LOW-VALUES TO ARCH-ID
           START ARCH-FILE KEY IS NOT LESS THAN ARCH-ID
               INVALID KEY
                   SET END-OF-ARCH TO TRUE
           END-START

           PERFORM UNTIL END-OF-ARCH
               READ ARCH-FILE NEXT RECORD
                   AT END
                       SET END-OF-ARCH TO TRUE
                   NOT AT END
                       IF ARCH-PURGE-TS > WS-IMAGE-TS
                           PERFORM PROC-PURGE-ONE
                       END-IF
               END-READ
           END-PERFORM.

       PROC-PURGE-ONE.

           MOVE SPACES TO WS-REJECT-REASON
           MOVE ARCH-ID TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-SAVE-MASTER
                   PERFORM PROC-REMOVE-MASTER
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-TOTAL-PURGED
                   ELSE
                       MOVE ARCH-PURGE-TS TO WS-LINE-TS
                       MOVE 'PROG0019' TO AUDIT-PROGRAM
                       MOVE SPACE TO AUDIT-ACTION
                       MOVE ARCH-ID TO AUDIT-ID
                       PERFORM PROC-REPORT-FAILURE
                   END-IF
           END-READ.

      * Pega entradas do diario para WS-FIND-ID/WS-FIND-ACTION (e
      * WS-FIND-COUNTRY, se informado): a primeira ou todas ainda
      * nao usadas, aplicando-as ao CTRYXREF quando pedido.
       PROC-TAKE-JOURNAL.

           MOVE 0 TO WS-TAKEN
           MOVE SPACES TO WS-TAKEN-COUNTRY

           MOVE 1 TO WS-LOW
           MOVE WS-XJ-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               IF WS-XJ-ID (WS-MID) < WS-FIND-ID
                   COMPUTE WS-LOW = WS-MID + 1
               ELSE
                   COMPUTE WS-HIGH = WS-MID - 1
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-LOW TO WS-XJ-IDX
           PERFORM UNTIL END-OF-SCAN
               IF WS-XJ-IDX > WS-XJ-COUNT
                   SET END-OF-SCAN TO TRUE
               ELSE
                   IF WS-XJ-ID (WS-XJ-IDX) NOT = WS-FIND-ID
                       SET END-OF-SCAN TO TRUE
                   ELSE
                       PERFORM PROC-TAKE-ENTRY
                       ADD 1 TO WS-XJ-IDX
                   END-IF
               END-IF
           END-PERFORM.

       PROC-TAKE-ENTRY.

           IF WS-XJ-ACTION (WS-XJ-IDX) = WS-FIND-ACTION
                   AND WS-XJ-USED (WS-XJ-IDX) = 'N'
                   AND (WS-FIND-COUNTRY = SPACES
                     OR WS-XJ-COUNTRY (WS-XJ-IDX) = WS-FIND-COUNTRY)
               MOVE 'S' TO WS-XJ-USED (WS-XJ-IDX)
               ADD 1 TO WS-TAKEN
               MOVE WS-XJ-COUNTRY (WS-XJ-IDX) TO WS-TAKEN-COUNTRY
               IF WS-APPLY-TAKEN
                   PERFORM PROC-APPLY-JOURNAL
               END-IF
               IF WS-TAKE-FIRST
                   SET END-OF-SCAN TO TRUE
               END-IF
           END-IF.

       PROC-APPLY-JOURNAL.

           MOVE WS-XJ-COUNTRY (WS-XJ-IDX) TO CTRYX-COUNTRY
           MOVE WS-FIND-ID TO CTRYX-ID
           IF WS-FIND-ACTION = 'R'
               DELETE CTRY-XREF-FILE
                   INVALID KEY
                       MOVE "AFILIACAO A REMOVER NAO CADASTRADA"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-XREF-REMOVED
               END-DELETE
           ELSE
               MOVE WS-XREF-NAME TO CTRYX-NAME
               WRITE CTRYX-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-XREF-ADDED
               END-WRITE
           END-IF.

      * Afiliacoes do ID no CTRYXREF: na alteracao de nome ('R')
      * passam a carregar o nome novo; na exclusao ('D') saem.
      * Chave pais + ID: varredura completa filtrando o ID.
       PROC-SWEEP-XREF.

           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO CTRYX-KEY
           START CTRY-XREF-FILE KEY IS NOT LESS THAN CTRYX-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ CTRY-XREF-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CTRYX-ID = WS-SAVE-ID
                           IF WS-FIND-ACTION = 'R'
                               MOVE WS-NEW-NAME TO CTRYX-NAME
                               REWRITE CTRYX-RECORD
                           ELSE
                               DELETE CTRY-XREF-FILE
                               ADD 1 TO WS-TOTAL-XREF-REMOVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROC-DELETE-PHON-XREF.

           IF WS-SAVE-PHON-KEY NOT = SPACES
               MOVE WS-SAVE-PHON-KEY TO PHONX-PHON
               MOVE WS-SAVE-ID       TO PHONX-ID
               DELETE PHON-XREF-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      * Entrada fonetica do registro corrente do mestre.
       PROC-WRITE-PHON-XREF.

           IF MASTER-PHON-KEY NOT = SPACES
               MOVE MASTER-PHON-KEY TO PHONX-PHON
               MOVE MASTER-ID       TO PHONX-ID
               MOVE MASTER-NAME     TO PHONX-NAME
               WRITE PHONX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       PROC-REPORT-FAILURE.

           ADD 1 TO WS-TOTAL-FAILED

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "NAO APLICADA TS=" DELIMITED BY SIZE
                  WS-LINE-TS DELIMITED BY SIZE
                  " PROGRAMA=" DELIMITED BY SIZE
                  AUDIT-PROGRAM DELIMITED BY SIZE
                  " ACAO=" DELIMITED BY SIZE
                  AUDIT-ACTION DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  AUDIT-ID DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

      * Contagem por status e maior ID do arquivo reconstituido.
       PROC-COUNT-REBUILT.

           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO MASTER-NAME
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-NAME
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF MASTER-STATUS-INACTIVE
                           ADD 1 TO WS-CNT-INACTIVE
                       ELSE
                           ADD 1 TO WS-CNT-ACTIVE
                       END-IF
                       IF MASTER-ID > WS-HIGH-MASTER-ID
                           MOVE MASTER-ID TO WS-HIGH-MASTER-ID
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-EXP-TOTAL = WS-EXP-ACTIVE + WS-EXP-INACTIVE
           COMPUTE WS-CNT-TOTAL = WS-CNT-ACTIVE + WS-CNT-INACTIVE.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "REGISTROS NA IMAGEM..: " DELIMITED BY SIZE
                  WS-IMAGE-ACTIVE DELIMITED BY SIZE
                  " ATIVOS " DELIMITED BY SIZE
                  WS-IMAGE-INACTIVE DELIMITED BY SIZE
                  " INATIVOS" DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "LINHAS DA TRILHA.....: " DELIMITED BY SIZE
                  WS-TOTAL-LINES DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "JA NA IMAGEM (DIA)...: " DELIMITED BY SIZE
                  WS-TOTAL-SYNCED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "INCLUSOES............: " DELIMITED BY SIZE
                  WS-TOTAL-ADDED DELIMITED BY SIZE
                  " (REPETIDAS POR RESTART " DELIMITED BY SIZE
                  WS-TOTAL-ALREADY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "ALTERACOES DE NOME...: " DELIMITED BY SIZE
                  WS-TOTAL-RENAMED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "INATIVACOES..........: " DELIMITED BY SIZE
                  WS-TOTAL-INACTIVATED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "REATIVACOES..........: " DELIMITED BY SIZE
                  WS-TOTAL-REACTIVATED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "EXCLUSOES............: " DELIMITED BY SIZE
                  WS-TOTAL-REMOVED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "RESTAURACOES.........: " DELIMITED BY SIZE
                  WS-TOTAL-RESTORED DELIMITED BY SIZE
                  " (SEM IMAGEM " DELIMITED BY SIZE
                  WS-TOTAL-NO-IMAGE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "FUSOES...............: " DELIMITED BY SIZE
                  WS-TOTAL-MERGED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "ANONIMIZACOES........: " DELIMITED BY SIZE
                  WS-TOTAL-ERASED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "EXPURGOS (ARCHFILE)..: " DELIMITED BY SIZE
                  WS-TOTAL-PURGED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "AFILIACOES GRAVADAS..: " DELIMITED BY SIZE
                  WS-TOTAL-XREF-ADDED DELIMITED BY SIZE
                  " REMOVIDAS " DELIMITED BY SIZE
                  WS-TOTAL-XREF-REMOVED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "LINHAS NAO APLICADAS.: " DELIMITED BY SIZE
                  WS-TOTAL-FAILED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE "====================================================="
               TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE "CONFERENCIA DO ARQUIVO RECONSTITUIDO"
               TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           IF WS-CNT-ACTIVE = WS-EXP-ACTIVE
               MOVE "BATIDO" TO WS-CHECK-RESULT
           ELSE
               MOVE "DIVERGENTE" TO WS-CHECK-RESULT
               SET WS-IS-DIVERGENT TO TRUE
           END-IF
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "ATIVOS ESPERADOS.....: " DELIMITED BY SIZE
                  WS-EXP-ACTIVE DELIMITED BY SIZE
                  " CONTADOS " DELIMITED BY SIZE
                  WS-CNT-ACTIVE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHECK-RESULT DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           IF WS-CNT-INACTIVE = WS-EXP-INACTIVE
               MOVE "BATIDO" TO WS-CHECK-RESULT
           ELSE
               MOVE "DIVERGENTE" TO WS-CHECK-RESULT
               SET WS-IS-DIVERGENT TO TRUE
           END-IF
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "INATIVOS ESPERADOS...: " DELIMITED BY SIZE
                  WS-EXP-INACTIVE DELIMITED BY SIZE
                  " CONTADOS " DELIMITED BY SIZE
                  WS-CNT-INACTIVE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHECK-RESULT DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           IF WS-CNT-TOTAL = WS-EXP-TOTAL
               MOVE "BATIDO" TO WS-CHECK-RESULT
           ELSE
               MOVE "DIVERGENTE" TO WS-CHECK-RESULT
               SET WS-IS-DIVERGENT TO TRUE
           END-IF
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "TOTAL ESPERADO.......: " DELIMITED BY SIZE
                  WS-EXP-TOTAL DELIMITED BY SIZE
                  " CONTADO  " DELIMITED BY SIZE
                  WS-CNT-TOTAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHECK-RESULT DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

      * O IDSEQFIL guarda o ultimo ID emitido: nenhum ID do mestre
      * pode passar dele, e a ultima edicao da trilha tem de
      * alcanca-lo (rejeitados tambem consomem ID).
           EVALUATE TRUE
               WHEN NOT WS-HAS-IDSEQ
                   MOVE "SEM IDSEQ" TO WS-CHECK-RESULT
                   SET WS-IS-DIVERGENT TO TRUE
               WHEN WS-HIGH-MASTER-ID > WS-IDSEQ-LAST-ID
                   MOVE "DIVERGENTE" TO WS-CHECK-RESULT
                   SET WS-IS-DIVERGENT TO TRUE
               WHEN WS-HIGH-TRAIL-ID > 0
                       AND WS-HIGH-TRAIL-ID NOT = WS-IDSEQ-LAST-ID
                   MOVE "DIVERGENTE" TO WS-CHECK-RESULT
                   SET WS-IS-DIVERGENT TO TRUE
               WHEN OTHER
                   MOVE "BATIDO" TO WS-CHECK-RESULT
           END-EVALUATE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "MAIOR ID NO MESTRE...: " DELIMITED BY SIZE
                  WS-HIGH-MASTER-ID DELIMITED BY SIZE
                  " NA TRILHA " DELIMITED BY SIZE
                  WS-HIGH-TRAIL-ID DELIMITED BY SIZE
                  " IDSEQFIL " DELIMITED BY SIZE
                  WS-IDSEQ-LAST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHECK-RESULT DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "ULTIMA JANELA (RUNHIST) DESDE: " DELIMITED BY SIZE
                  WS-WINDOW-START-TS DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           EVALUATE TRUE
               WHEN NOT WS-HAS-RUNSUM
                       OR WS-WINDOW-START-TS = SPACES
                   MOVE "SEM CONTROLE" TO WS-CHECK-RESULT
                   SET WS-IS-DIVERGENT TO TRUE
               WHEN WS-WIN-IS-FULL
                   MOVE "NAO CONTADO" TO WS-CHECK-RESULT
                   SET WS-IS-DIVERGENT TO TRUE
               WHEN WS-WIN-ACCEPTED = WS-RUNSUM-ACCEPTED
                       AND WS-WIN-REJECTED = WS-RUNSUM-REJECTED
                   MOVE "BATIDO" TO WS-CHECK-RESULT
               WHEN OTHER
                   MOVE "DIVERGENTE" TO WS-CHECK-RESULT
                   SET WS-IS-DIVERGENT TO TRUE
           END-EVALUATE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "ACEITOS NA TRILHA....: " DELIMITED BY SIZE
                  WS-WIN-ACCEPTED DELIMITED BY SIZE
                  " RUNSUMF " DELIMITED BY SIZE
                  WS-RUNSUM-ACCEPTED DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING "REJEITADOS NA TRILHA.: " DELIMITED BY SIZE
                  WS-WIN-REJECTED DELIMITED BY SIZE
                  " RUNSUMF " DELIMITED BY SIZE
                  WS-RUNSUM-REJECTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHECK-RESULT DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE

           IF WS-IS-DIVERGENT
               MOVE "SITUACAO.............: DIVERGENTE - VER TOTAIS"
                   TO RECOVERY-REPORT-LINE
           ELSE
               MOVE "SITUACAO.............: BATIDO"
                   TO RECOVERY-REPORT-LINE
           END-IF
           WRITE RECOVERY-REPORT-LINE

           MOVE "====================================================="
               TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

       PROC-END-PROG.

           EVALUATE TRUE
               WHEN WS-IS-DIVERGENT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-FAILED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
