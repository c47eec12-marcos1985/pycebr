       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0062.

      * Estorno de uma origem num movimento: remove tudo o que o
      * envelope de uma origem (NAME-HDR-SOURCE) criou na janela
      * batch de uma data de movimento - o arquivo de teste
      * transmitido com o nome de producao que passou pelas
      * conferencias do envelope - em vez de cartoes de exclusao do
      * PROG0006 um a um.
      * PARM='DATA=AAAAMMDD,ORIGEM=xxxxxxxx,MODO=PREVIA|EFETIVO,
      *       VISTO=xxxxxxxx'
      *   MODO=PREVIA (default): so lista o que seria removido, nada
      *     e alterado; o relatorio (ESTRPT) e o que se assina.
      *   MODO=EFETIVO: remove; exige VISTO= (quem assinou a previa),
      *     gravado na trilha como aprovador.
      * O que a origem criou vem da trilha: linhas de edicao da
      * janela (PROG0002, acao em branco) com a origem como operador,
      * depois do fim da execucao da data registrada anterior e ate o
      * fim da execucao da data (RUNREG); o ID reeditado por um
      * restart conta uma vez. Trilha corrente (AUDTIN, com as das
      * particoes do PARALELJ) e historico (AUDHIST, pela chave
      * operador + carimbo) quando o mes ja foi virado.
      * Aceito ainda no mestre: sai do MASTFILE com as afiliacoes
      * (CTRYXREF), a referencia fonetica (PHONFILE), o par da fila
      * de revisao (REVWREG), a triagem (SCRNREG), a grafia original
      * (TRLORIG) e os nomes alternativos (ALIASFIL, pelo indice do
      * MASTER-ID); evento 'D' para todos os assinantes (segmento
      * proprio do feed do dia) e linha 'E' na trilha. O registro
      * retido pela triagem que nunca saiu no feed (SCRN-PUBLISHED
      * diferente de 'S') nao tem 'D': o assinante nunca o recebeu.
      * Aceito que ja saiu do mestre por outro caminho (exclusao,
      * fusao) fica de fora e sai no relatorio. Rejeitado: sai a
      * pendencia do EXCPREG da mesma origem e data; pendencia ja
      * resolvida (correcao, re-processamento) fica e sai no
      * relatorio para a manutencao tratar.
      * O RUNHIST e relido (RUNHOLD) e regravado inteiro (RUNHNEW,
      * troca de nome pela JCL): a execucao da data que editou cada
      * registro estornado perde o lido, o aceito ou rejeitado e a
      * quebra por RTN-CODE. Na previa o RUNHIST e copiado sem
      * alteracao. A entrada da data no RUNREG fica (o reenvio sem
      * override continua recusado) com desfecho 90, e a origem
      * reenvia com FORCA=S.
      * RC: 0 estornado (ou previa sem pendencias); 4 nada a estornar
      * ou registro que ficou de fora; 8 mestre reservado; 16 PARM
      * invalido, data nao registrada, quadro esgotado ou arquivo
      * indisponivel.

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

           SELECT EXCP-REG-FILE ASSIGN TO "EXCPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXCPREG-ID
               FILE STATUS IS WS-EXCPREG-STATUS.

           SELECT OPTIONAL REVW-REG-FILE ASSIGN TO "REVWREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REVW-ID
               FILE STATUS IS WS-REVWREG-STATUS.

           SELECT OPTIONAL SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT OPTIONAL TRLO-FILE ASSIGN TO "TRLORIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRLO-ID
               FILE STATUS IS WS-TRLO-STATUS.

           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALIAS-NAME
               ALTERNATE RECORD KEY IS ALIAS-MASTER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ALIAS-PHON-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT RUN-REG-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNREG-DATE
               FILE STATUS IS WS-RUNREG-STATUS.

           SELECT OPTIONAL RUNH-OLD-FILE ASSIGN TO "RUNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHOLD-STATUS.

           SELECT RUNH-NEW-FILE ASSIGN TO "RUNHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHNEW-STATUS.

           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               ALTERNATE RECORD KEY IS AUDH-OPER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-PROG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-DATE-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT OPTIONAL AUDT-IN-FILE ASSIGN TO "AUDTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDTIN-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BKO-REPORT ASSIGN TO "ESTRPT"
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

       FD  EXCP-REG-FILE.
       COPY 'books/EXCPREG-REC.cpy'.

       FD  REVW-REG-FILE.
       COPY 'books/REVWREG-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  TRLO-FILE.
       COPY 'books/TRLORIG-REC.cpy'.

       FD  ALIAS-FILE.
       COPY 'books/ALIAS-REC.cpy'.

       FD  RUN-REG-FILE.
       COPY 'books/RUNREG-REC.cpy'.

       FD  RUNH-OLD-FILE.
       01 RUNH-OLD-RECORD PIC X(113).

       FD  RUNH-NEW-FILE.
       01 RUNH-NEW-RECORD PIC X(113).

       FD  AUDH-FILE.
       COPY 'books/AUDH-REC.cpy'.

       FD  AUDT-IN-FILE.
       01 AUDT-IN-RECORD PIC X(198).

       FD  AUDIT-FILE.
       01 AUDIT-OUT-RECORD PIC X(198).

       FD  BKO-REPORT.
       01 BKO-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MASTER-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-PHONX-STATUS PIC XX.
       01 WS-EXCPREG-STATUS PIC XX.
       01 WS-REVWREG-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-TRLO-STATUS PIC XX.
       01 WS-ALIAS-STATUS PIC XX.
       01 WS-RUNREG-STATUS PIC XX.
       01 WS-RUNHOLD-STATUS PIC XX.
       01 WS-RUNHNEW-STATUS PIC XX.
       01 WS-AUDH-STATUS PIC XX.
       01 WS-AUDTIN-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-RUNREG-EOF PIC X VALUE 'N'.
           88 END-OF-RUNREG VALUE 'Y'.
       01 WS-RUNHOLD-EOF PIC X VALUE 'N'.
           88 END-OF-RUNHOLD VALUE 'Y'.
       01 WS-AUDH-EOF PIC X VALUE 'N'.
           88 END-OF-AUDH VALUE 'Y'.
       01 WS-AUDTIN-EOF PIC X VALUE 'N'.
           88 END-OF-AUDTIN VALUE 'Y'.
       01 WS-SCAN-EOF PIC X VALUE 'N'.
           88 END-OF-SCAN VALUE 'Y'.
       01 WS-AUDH-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-AUDH VALUE 'Y'.
      * Arquivos opcionais presentes na abertura (o FILE STATUS muda
      * a cada leitura sem achado).
       01 WS-REVW-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-REVW VALUE 'Y'.
       01 WS-SCRN-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-SCRN VALUE 'Y'.
       01 WS-TRLO-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-TRLO VALUE 'Y'.
       01 WS-ALIAS-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-ALIAS VALUE 'Y'.
       01 WS-ALIAS-EOF PIC X VALUE 'N'.
           88 END-OF-ALIAS VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.

      * Parametros da execucao.
       01 WS-PARM-FIELDS.
           05 WS-PARM-FIELD OCCURS 4 TIMES PIC X(20).
       01 WS-PARM-FIELD-IDX PIC 9(04) VALUE 0.
       01 WS-BUS-DATE PIC X(08) VALUE SPACES.
       01 WS-SOURCE PIC X(08) VALUE SPACES.
       01 WS-SIGNOFF PIC X(08) VALUE SPACES.
       01 WS-MODE PIC X(01) VALUE 'P'.
           88 WS-IS-PREVIEW VALUE 'P'.
           88 WS-IS-EFFECTIVE VALUE 'E'.
       01 WS-PARM-ERROR PIC X(50) VALUE SPACES.

      * Entrada da data no RUNREG e faixa de carimbos da trilha que
      * pertence a execucao da data (apos o fim da execucao da data
      * registrada anterior ate o fim desta).
       01 WS-REG-SWITCH PIC X VALUE 'N'.
           88 WS-IS-REGISTERED VALUE 'Y'.
       01 WS-REG-OUTCOME PIC 9(02) VALUE 0.
       01 WS-WINDOW-START-TS PIC X(14) VALUE SPACES.
       01 WS-WINDOW-END-TS PIC X(14) VALUE SPACES.

      * Linha da trilha em exame (do AUDHIST ou do AUDTIN) e linha
      * do estorno gravada no AUDTFILE.
       COPY 'books/AUDIT-REC.cpy'.

      * Execucoes da data no RUNHIST (a janela e os reenvios com
      * FORCA=S), pela posicao no arquivo, com o que cada uma perde.
       COPY 'books/RUNHIST-REC.cpy'.
       01 WS-RUNH-REC-NO PIC 9(07) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-COUNT PIC 9(02) VALUE 0.
           05 WS-RUN-ENTRY OCCURS 20 TIMES.
               10 WS-RUN-REC-NO       PIC 9(07).
      * Carimbo de inicio (linha antiga sem carimbo: a data).
               10 WS-RUN-START-TS     PIC X(14).
               10 WS-RUN-READ         PIC 9(07).
               10 WS-RUN-ACCEPTED     PIC 9(07).
               10 WS-RUN-REJECTED     PIC 9(07).
               10 WS-RUN-ADJ-ACCEPTED PIC 9(07).
               10 WS-RUN-ADJ-REJECTED PIC 9(07).
               10 WS-RUN-ADJ-RTN OCCURS 10 TIMES PIC 9(07).
       01 WS-RUN-IDX PIC 9(02) VALUE 0.
       01 WS-BEST-RUN PIC 9(02) VALUE 0.
       01 WS-RTN-IDX PIC 9(02) VALUE 0.
       01 WS-ADJ-READ PIC 9(07) VALUE 0.
       01 WS-NEW-VALUE PIC 9(07) VALUE 0.

      * Registros do envelope da origem, um por ID, com o destino de
      * cada um e quanto sai de cada arquivo.
       01 WS-BKO-TABLE.
           05 WS-BKO-COUNT PIC 9(05) VALUE 0.
           05 WS-BKO-ENTRY OCCURS 20000 TIMES.
               10 WS-BKO-ID           PIC 9(08).
               10 WS-BKO-RTN          PIC 9(04).
               10 WS-BKO-TS           PIC X(14).
               10 WS-BKO-RUN          PIC 9(02).
               10 WS-BKO-NAME         PIC X(70).
               10 WS-BKO-PHON-KEY     PIC X(08).
      * M = aceito, sai do mestre; X = rejeitado, sai a pendencia;
      * Z = rejeitado sem pendencia no EXCPREG; N = aceito que ja
      * nao esta no mestre; S = pendencia ja resolvida. M, X e Z
      * saem do RUNHIST; N e S ficam de fora.
               10 WS-BKO-STATE        PIC X(01).
                   88 WS-BKO-REMOVE-MASTER    VALUE 'M'.
                   88 WS-BKO-REMOVE-EXCP      VALUE 'X'.
                   88 WS-BKO-NO-EXCP          VALUE 'Z'.
                   88 WS-BKO-NOT-IN-MASTER    VALUE 'N'.
                   88 WS-BKO-EXCP-RESOLVED    VALUE 'S'.
                   88 WS-BKO-TAKEN-OUT        VALUE 'M' 'X' 'Z'.
               10 WS-BKO-CTRYX-CNT    PIC 9(03).
               10 WS-BKO-PHONX-CNT    PIC 9(03).
               10 WS-BKO-REVW-CNT     PIC 9(03).
               10 WS-BKO-SCRN-CNT     PIC 9(03).
               10 WS-BKO-TRLO-CNT     PIC 9(03).
               10 WS-BKO-ALIAS-CNT    PIC 9(03).
               10 WS-BKO-EXCP-CNT     PIC 9(03).
      * 'S' quando o registro saiu no feed (sem entrada na triagem
      * ou SCRN-PUBLISHED = 'S'); 'N' nao leva evento 'D'.
               10 WS-BKO-PUBLISHED    PIC X(01).
                   88 WS-BKO-WAS-PUBLISHED    VALUE 'S'.
       01 WS-BKO-IDX PIC 9(05) VALUE 0.
       01 WS-FIND-IDX PIC 9(05) VALUE 0.
       01 WS-FIND-ID PIC 9(08) VALUE 0.
       01 WS-MATCH-SWITCH PIC X VALUE 'N'.
           88 WS-IS-MATCH VALUE 'Y'.
      * Faixa de IDs do envelope: a varredura do CTRYXREF so procura
      * na tabela o ID dentro dela.
       01 WS-LOW-ID PIC 9(08) VALUE 99999999.
       01 WS-HIGH-ID PIC 9(08) VALUE 0.

       01 WS-STATE-TEXT PIC X(60) VALUE SPACES.
       01 WS-MODE-TEXT PIC X(40) VALUE SPACES.
       01 WS-EVENT-TEXT PIC X(27) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-LINES          PIC 9(07) VALUE 0.
           05 WS-TOTAL-REEDITED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-MASTERS        PIC 9(07) VALUE 0.
           05 WS-TOTAL-PENDING        PIC 9(07) VALUE 0.
           05 WS-TOTAL-NO-EXCP        PIC 9(07) VALUE 0.
           05 WS-TOTAL-NOT-IN-MASTER  PIC 9(07) VALUE 0.
           05 WS-TOTAL-RESOLVED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-TAKEN-OUT      PIC 9(07) VALUE 0.
           05 WS-TOTAL-XREF           PIC 9(07) VALUE 0.
           05 WS-TOTAL-ALIAS          PIC 9(07) VALUE 0.
           05 WS-TOTAL-UNPUBLISHED    PIC 9(07) VALUE 0.
           05 WS-EVENT-COUNT          PIC 9(07) VALUE 0.

       COPY 'books/PROG0003.cpy'.

       COPY 'books/PROG0052.cpy'.

       LINKAGE SECTION.

       01 PROG0062-PARM PIC X(60).

       PROCEDURE DIVISION USING PROG0062-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-LOAD-PARMS

           PERFORM PROC-CLAIM-LOCK

           PERFORM PROC-OPEN-FILES
           PERFORM PROC-READ-RUN-REGISTER

           IF WS-IS-REGISTERED
               PERFORM PROC-LOAD-RUNHIST
               PERFORM PROC-SCAN-AUDIT-HIST
               PERFORM PROC-SCAN-AUDIT-TRAIL

               PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                       UNTIL WS-BKO-IDX > WS-BKO-COUNT
                   IF WS-BKO-RTN (WS-BKO-IDX) = 0
                       PERFORM PROC-BACKOUT-ACCEPTED
                   ELSE
                       PERFORM PROC-BACKOUT-REJECTED
                   END-IF
                   IF WS-BKO-TAKEN-OUT (WS-BKO-IDX)
                       ADD 1 TO WS-TOTAL-TAKEN-OUT
                   END-IF
               END-PERFORM

               PERFORM PROC-BACKOUT-CTRY-XREF
           END-IF

      * O RUNHNEW sai sempre (copia sem alteracao na previa ou com a
      * data recusada): a JCL troca o nome depois.
           PERFORM PROC-REWRITE-RUNHIST

           IF WS-IS-EFFECTIVE AND WS-TOTAL-TAKEN-OUT > 0
               PERFORM PROC-MARK-RUN-REGISTER
               PERFORM PROC-PUBLISH-EVENTS
           END-IF

           PERFORM PROC-PRINT-REPORT

           CLOSE MASTER-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE EXCP-REG-FILE
           CLOSE REVW-REG-FILE
           CLOSE SCRN-REG-FILE
           CLOSE TRLO-FILE
           CLOSE ALIAS-FILE
           CLOSE RUN-REG-FILE
           CLOSE AUDH-FILE
           CLOSE BKO-REPORT

           PERFORM PROC-END-PROG.

      * PARM da execucao, campos separados por virgula em qualquer
      * ordem; sem MODO= e previa.
       PROC-LOAD-PARMS.

           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING PROG0062-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD (1)
                    WS-PARM-FIELD (2)
                    WS-PARM-FIELD (3)
                    WS-PARM-FIELD (4)
           END-UNSTRING

           PERFORM VARYING WS-PARM-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-PARM-FIELD-IDX > 4
               EVALUATE TRUE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:5)
                           = 'DATA='
                       MOVE WS-PARM-FIELD (WS-PARM-FIELD-IDX) (6:8)
                           TO WS-BUS-DATE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:7)
                           = 'ORIGEM='
                       MOVE WS-PARM-FIELD (WS-PARM-FIELD-IDX) (8:8)
                           TO WS-SOURCE
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:6)
                           = 'VISTO='
                       MOVE WS-PARM-FIELD (WS-PARM-FIELD-IDX) (7:8)
                           TO WS-SIGNOFF
                   WHEN WS-PARM-FIELD (WS-PARM-FIELD-IDX) (1:5)
                           = 'MODO='
                       EVALUATE WS-PARM-FIELD (WS-PARM-FIELD-IDX)
                               (6:15)
                           WHEN 'PREVIA'
                               SET WS-IS-PREVIEW TO TRUE
                           WHEN 'EFETIVO'
                               SET WS-IS-EFFECTIVE TO TRUE
                           WHEN OTHER
                               MOVE "MODO= deve ser PREVIA ou EFETIVO"
                                   TO WS-PARM-ERROR
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PARM-ERROR NOT = SPACES
                   CONTINUE
               WHEN WS-BUS-DATE IS NOT NUMERIC
                   MOVE "DATA= ausente ou invalida" TO WS-PARM-ERROR
               WHEN WS-SOURCE = SPACES
                   MOVE "ORIGEM= nao informada" TO WS-PARM-ERROR
               WHEN WS-IS-EFFECTIVE AND WS-SIGNOFF = SPACES
                   MOVE "MODO=EFETIVO exige VISTO=" TO WS-PARM-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-PARM-ERROR NOT = SPACES
               DISPLAY "PROG0062: PARM invalido - " WS-PARM-ERROR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Na previa nada e aberto para atualizacao.
       PROC-OPEN-FILES.

           IF WS-IS-EFFECTIVE
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0062: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-IS-EFFECTIVE
               OPEN I-O CTRY-XREF-FILE
           ELSE
               OPEN INPUT CTRY-XREF-FILE
           END-IF
           IF WS-CTRYX-STATUS NOT = '00'
               DISPLAY "PROG0062: falha ao abrir CTRYXREF - STATUS "
                   WS-CTRYX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-IS-EFFECTIVE
               OPEN I-O PHON-XREF-FILE
           ELSE
               OPEN INPUT PHON-XREF-FILE
           END-IF
           IF WS-PHONX-STATUS NOT = '00'
               DISPLAY "PROG0062: falha ao abrir PHONFILE - STATUS "
                   WS-PHONX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-IS-EFFECTIVE
               OPEN I-O EXCP-REG-FILE
           ELSE
               OPEN INPUT EXCP-REG-FILE
           END-IF
           IF WS-EXCPREG-STATUS NOT = '00'
               DISPLAY "PROG0062: falha ao abrir EXCPREG - STATUS "
                   WS-EXCPREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-IS-EFFECTIVE
               OPEN I-O REVW-REG-FILE
           ELSE
               OPEN INPUT REVW-REG-FILE
           END-IF
           IF WS-REVWREG-STATUS NOT = '00'
                   AND WS-REVWREG-STATUS NOT = '05'
               DISPLAY "PROG0062: falha ao abrir REVWREG - STATUS "
                   WS-REVWREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REVWREG-STATUS = '00'
               SET WS-HAS-REVW TO TRUE
           END-IF

           IF WS-IS-EFFECTIVE
               OPEN I-O SCRN-REG-FILE
           ELSE
               OPEN INPUT SCRN-REG-FILE
           END-IF
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0062: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SCRNREG-STATUS = '00'
               SET WS-HAS-SCRN TO TRUE
           END-IF

           IF WS-IS-EFFECTIVE
               OPEN I-O TRLO-FILE
           ELSE
               OPEN INPUT TRLO-FILE
           END-IF
           IF WS-TRLO-STATUS NOT = '00' AND WS-TRLO-STATUS NOT = '05'
               DISPLAY "PROG0062: falha ao abrir TRLORIG - STATUS "
                   WS-TRLO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRLO-STATUS = '00'
               SET WS-HAS-TRLO TO TRUE
           END-IF

           IF WS-IS-EFFECTIVE
               OPEN I-O ALIAS-FILE
           ELSE
               OPEN INPUT ALIAS-FILE
           END-IF
           IF WS-ALIAS-STATUS NOT = '00' AND WS-ALIAS-STATUS NOT = '05'
               DISPLAY "PROG0062: falha ao abrir ALIASFIL - STATUS "
                   WS-ALIAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ALIAS-STATUS = '00'
               SET WS-HAS-ALIAS TO TRUE
           END-IF

           IF WS-IS-EFFECTIVE
               OPEN I-O RUN-REG-FILE
           ELSE
               OPEN INPUT RUN-REG-FILE
           END-IF
           IF WS-RUNREG-STATUS NOT = '00'
               DISPLAY "PROG0062: falha ao abrir RUNREG - STATUS "
                   WS-RUNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDH-FILE
           IF WS-AUDH-STATUS NOT = '00' AND WS-AUDH-STATUS NOT = '05'
               DISPLAY "PROG0062: falha ao abrir AUDHIST - STATUS "
                   WS-AUDH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUDH-STATUS = '00'
               SET WS-HAS-AUDH TO TRUE
           END-IF

           OPEN OUTPUT BKO-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0062: falha ao abrir ESTRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Entradas anteriores a data (ordem da chave): a ultima da o
      * inicio da faixa da trilha; a propria data da o fim e o
      * desfecho. Data nao registrada nao tem o que estornar.
       PROC-READ-RUN-REGISTER.

           MOVE LOW-VALUES TO RUNREG-DATE
           START RUN-REG-FILE KEY IS NOT LESS THAN RUNREG-DATE
               INVALID KEY
                   SET END-OF-RUNREG TO TRUE
           END-START

           PERFORM UNTIL END-OF-RUNREG
               READ RUN-REG-FILE NEXT RECORD
                   AT END
                       SET END-OF-RUNREG TO TRUE
                   NOT AT END
                       IF RUNREG-DATE NOT < WS-BUS-DATE
                           SET END-OF-RUNREG TO TRUE
                       ELSE
                           MOVE RUNREG-END-TS TO WS-WINDOW-START-TS
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-BUS-DATE TO RUNREG-DATE
           READ RUN-REG-FILE
               INVALID KEY
                   DISPLAY "PROG0062: movimento de " WS-BUS-DATE
                       " nao registrado no RUNREG - nada a estornar"
               NOT INVALID KEY
                   SET WS-IS-REGISTERED TO TRUE
                   MOVE RUNREG-END-TS TO WS-WINDOW-END-TS
                   MOVE RUNREG-OUTCOME TO WS-REG-OUTCOME
           END-READ.

      * Execucoes da data no historico: posicao no arquivo e os
      * totais gravados, para o ajuste e o relatorio.
       PROC-LOAD-RUNHIST.

           OPEN INPUT RUNH-OLD-FILE
           IF WS-RUNHOLD-STATUS NOT = '00'
                   AND WS-RUNHOLD-STATUS NOT = '05'
               DISPLAY "PROG0062: falha ao abrir RUNHOLD - STATUS "
                   WS-RUNHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUNHOLD-STATUS = '05'
               SET END-OF-RUNHOLD TO TRUE
           END-IF

           MOVE 0 TO WS-RUNH-REC-NO
           PERFORM UNTIL END-OF-RUNHOLD
               READ RUNH-OLD-FILE INTO RUNHIST-RECORD
                   AT END
                       SET END-OF-RUNHOLD TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUNH-REC-NO
                       IF RUNHIST-DATE = WS-BUS-DATE
                           PERFORM PROC-SAVE-RUN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RUNH-OLD-FILE.

       PROC-SAVE-RUN.

           IF WS-RUN-COUNT = 20
               DISPLAY "PROG0062: mais de 20 execucoes do movimento "
                   WS-BUS-DATE " no RUNHIST - quadro esgotado"
               PERFORM PROC-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-RUN-COUNT
           INITIALIZE WS-RUN-ENTRY (WS-RUN-COUNT)
           MOVE WS-RUNH-REC-NO TO WS-RUN-REC-NO (WS-RUN-COUNT)
           IF RUNHIST-START-TS = SPACES
               MOVE RUNHIST-DATE TO WS-RUN-START-TS (WS-RUN-COUNT)
           ELSE
               MOVE RUNHIST-START-TS TO WS-RUN-START-TS (WS-RUN-COUNT)
           END-IF
           IF RUNHIST-TOTAL-READ IS NUMERIC
                   AND RUNHIST-TOTAL-ACCEPTED IS NUMERIC
                   AND RUNHIST-TOTAL-REJECTED IS NUMERIC
               MOVE RUNHIST-TOTAL-READ TO WS-RUN-READ (WS-RUN-COUNT)
               MOVE RUNHIST-TOTAL-ACCEPTED
                   TO WS-RUN-ACCEPTED (WS-RUN-COUNT)
               MOVE RUNHIST-TOTAL-REJECTED
                   TO WS-RUN-REJECTED (WS-RUN-COUNT)
           END-IF.

      * Historico da trilha pela chave operador + carimbo: so as
      * linhas da origem a partir do inicio da faixa.
       PROC-SCAN-AUDIT-HIST.

           IF WS-HAS-AUDH
               MOVE WS-SOURCE TO AUDH-OPERATOR
               MOVE WS-WINDOW-START-TS TO AUDH-OPER-TS
               START AUDH-FILE KEY IS NOT LESS THAN AUDH-OPER-KEY
                   INVALID KEY
                       SET END-OF-AUDH TO TRUE
               END-START
           ELSE
               SET END-OF-AUDH TO TRUE
           END-IF

           PERFORM UNTIL END-OF-AUDH
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDH TO TRUE
                   NOT AT END
                       IF AUDH-OPERATOR NOT = WS-SOURCE
                               OR AUDH-OPER-TS (1:14)
                                   > WS-WINDOW-END-TS
                           SET END-OF-AUDH TO TRUE
                       ELSE
                           MOVE AUDH-LINE TO AUDIT-RECORD
                           PERFORM PROC-CHECK-LINE
                       END-IF
               END-READ
           END-PERFORM.

      * Trilha corrente (com as das particoes do PARALELJ, pela
      * concatenacao da JCL).
       PROC-SCAN-AUDIT-TRAIL.

           OPEN INPUT AUDT-IN-FILE
           IF WS-AUDTIN-STATUS NOT = '00'
                   AND WS-AUDTIN-STATUS NOT = '05'
               DISPLAY "PROG0062: falha ao abrir AUDTIN - STATUS "
                   WS-AUDTIN-STATUS
               PERFORM PROC-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUDTIN-STATUS = '05'
               SET END-OF-AUDTIN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-AUDTIN
               READ AUDT-IN-FILE INTO AUDIT-RECORD
                   AT END
                       SET END-OF-AUDTIN TO TRUE
                   NOT AT END
                       PERFORM PROC-CHECK-LINE
               END-READ
           END-PERFORM

           CLOSE AUDT-IN-FILE.

      * Linha de edicao da janela (acao em branco; a correcao grava
      * 'C' e o re-processamento 'L') da origem, dentro da faixa.
       PROC-CHECK-LINE.

           IF AUDIT-PROGRAM = 'PROG0002'
                   AND AUDIT-ACTION = SPACE
                   AND AUDIT-OPERATOR = WS-SOURCE
                   AND AUDIT-TIMESTAMP (1:14) > WS-WINDOW-START-TS
                   AND AUDIT-TIMESTAMP (1:14) NOT > WS-WINDOW-END-TS
               ADD 1 TO WS-TOTAL-LINES
               PERFORM PROC-TAKE-LINE
           END-IF.

      * Um ID por entrada: o restart reedita os detalhes depois do
      * ultimo checkpoint com os mesmos IDs, e vale a ultima edicao.
       PROC-TAKE-LINE.

           MOVE AUDIT-ID TO WS-FIND-ID
           PERFORM PROC-FIND-BKO-ID

           IF WS-IS-MATCH
               ADD 1 TO WS-TOTAL-REEDITED
           ELSE
               IF WS-BKO-COUNT = 20000
                   DISPLAY "PROG0062: mais de 20000 registros da "
                       "origem " WS-SOURCE " - quadro esgotado"
                   PERFORM PROC-RELEASE-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BKO-COUNT
               MOVE WS-BKO-COUNT TO WS-FIND-IDX
               INITIALIZE WS-BKO-ENTRY (WS-FIND-IDX)
               MOVE AUDIT-ID TO WS-BKO-ID (WS-FIND-IDX)
               IF AUDIT-ID < WS-LOW-ID
                   MOVE AUDIT-ID TO WS-LOW-ID
               END-IF
               IF AUDIT-ID > WS-HIGH-ID
                   MOVE AUDIT-ID TO WS-HIGH-ID
               END-IF
           END-IF

           MOVE AUDIT-RTN-CODE TO WS-BKO-RTN (WS-FIND-IDX)
           MOVE AUDIT-TIMESTAMP (1:14) TO WS-BKO-TS (WS-FIND-IDX)
           MOVE AUDIT-NAME TO WS-BKO-NAME (WS-FIND-IDX)
           PERFORM PROC-SET-RUN.

      * A execucao que editou a linha e a de maior inicio nao
      * posterior ao carimbo dela; linha anterior a todas (trecho
      * de uma execucao abortada, retomada pelo restart) fica com a
      * primeira.
       PROC-SET-RUN.

           MOVE 0 TO WS-BEST-RUN
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-START-TS (WS-RUN-IDX)
                       NOT > WS-BKO-TS (WS-FIND-IDX)
                   IF WS-BEST-RUN = 0
                       MOVE WS-RUN-IDX TO WS-BEST-RUN
                   ELSE
                       IF WS-RUN-START-TS (WS-RUN-IDX)
                               > WS-RUN-START-TS (WS-BEST-RUN)
                           MOVE WS-RUN-IDX TO WS-BEST-RUN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BEST-RUN = 0 AND WS-RUN-COUNT > 0
               MOVE 1 TO WS-BEST-RUN
           END-IF
           MOVE WS-BEST-RUN TO WS-BKO-RUN (WS-FIND-IDX).

      * Procura WS-FIND-ID na tabela; achado deixa WS-FIND-IDX
      * apontando a entrada.
       PROC-FIND-BKO-ID.

           MOVE 'N' TO WS-MATCH-SWITCH
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-BKO-COUNT
                       OR WS-IS-MATCH
               IF WS-BKO-ID (WS-FIND-IDX) = WS-FIND-ID
                   SET WS-IS-MATCH TO TRUE
               END-IF
           END-PERFORM
           IF WS-IS-MATCH
               SUBTRACT 1 FROM WS-FIND-IDX
           END-IF.

      * Aceito: o registro ainda no mestre sai com o que a janela
      * gravou ao lado dele (chave sonora do proprio registro).
       PROC-BACKOUT-ACCEPTED.

           MOVE WS-BKO-ID (WS-BKO-IDX) TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
               INVALID KEY
                   SET WS-BKO-NOT-IN-MASTER (WS-BKO-IDX) TO TRUE
               NOT INVALID KEY
                   SET WS-BKO-REMOVE-MASTER (WS-BKO-IDX) TO TRUE
                   MOVE MASTER-NAME TO WS-BKO-NAME (WS-BKO-IDX)
                   MOVE MASTER-PHON-KEY TO WS-BKO-PHON-KEY (WS-BKO-IDX)
           END-READ

           IF WS-BKO-REMOVE-MASTER (WS-BKO-IDX) AND WS-IS-EFFECTIVE
               DELETE MASTER-FILE
                   INVALID KEY
                       DISPLAY "PROG0062: falha ao excluir ID "
                           WS-BKO-ID (WS-BKO-IDX) " - STATUS "
                           WS-MASTER-STATUS
                       SET WS-BKO-NOT-IN-MASTER (WS-BKO-IDX) TO TRUE
               END-DELETE
           END-IF

           IF WS-BKO-REMOVE-MASTER (WS-BKO-IDX)
               ADD 1 TO WS-TOTAL-MASTERS
               PERFORM PROC-BACKOUT-PHON-XREF
               PERFORM PROC-BACKOUT-REVW-REG
               PERFORM PROC-BACKOUT-SCREENING
               PERFORM PROC-BACKOUT-TRANSL-ORIG
               PERFORM PROC-BACKOUT-ALIASES
           ELSE
               ADD 1 TO WS-TOTAL-NOT-IN-MASTER
           END-IF.

      * Registro anterior ao desenho da chave sonora nao tem entrada
      * fonetica.
       PROC-BACKOUT-PHON-XREF.

           IF WS-BKO-PHON-KEY (WS-BKO-IDX) NOT = SPACES
               MOVE WS-BKO-PHON-KEY (WS-BKO-IDX) TO PHONX-PHON
               MOVE WS-BKO-ID (WS-BKO-IDX) TO PHONX-ID
               READ PHON-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BKO-PHONX-CNT (WS-BKO-IDX)
                       IF WS-IS-EFFECTIVE
                           DELETE PHON-XREF-FILE
                       END-IF
               END-READ
           END-IF.

      * Par em que o registro estornado e o novo (chave do par).
       PROC-BACKOUT-REVW-REG.

           IF WS-HAS-REVW
               MOVE WS-BKO-ID (WS-BKO-IDX) TO REVW-ID
               READ REVW-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BKO-REVW-CNT (WS-BKO-IDX)
                       IF WS-IS-EFFECTIVE
                           DELETE REVW-REG-FILE
                       END-IF
               END-READ
           END-IF.

      * Sem entrada na triagem o registro saiu no feed da janela;
      * com entrada, so se SCRN-PUBLISHED = 'S' (liberado e publicado
      * pelo PROG0050, ou flagrado pela retriagem depois do feed).
       PROC-BACKOUT-SCREENING.

           SET WS-BKO-WAS-PUBLISHED (WS-BKO-IDX) TO TRUE
           IF WS-HAS-SCRN
               MOVE WS-BKO-ID (WS-BKO-IDX) TO SCRN-ID
               READ SCRN-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BKO-SCRN-CNT (WS-BKO-IDX)
                       IF NOT SCRN-WAS-PUBLISHED
                           MOVE 'N' TO WS-BKO-PUBLISHED (WS-BKO-IDX)
                           ADD 1 TO WS-TOTAL-UNPUBLISHED
                       END-IF
                       IF WS-IS-EFFECTIVE
                           DELETE SCRN-REG-FILE
                       END-IF
               END-READ
           END-IF.

       PROC-BACKOUT-TRANSL-ORIG.

           IF WS-HAS-TRLO
               MOVE WS-BKO-ID (WS-BKO-IDX) TO TRLO-ID
               READ TRLO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BKO-TRLO-CNT (WS-BKO-IDX)
                       IF WS-IS-EFFECTIVE
                           DELETE TRLO-FILE
                       END-IF
               END-READ
           END-IF.

      * Nomes alternativos incluidos pelo PROG0057 depois da
      * aceitacao: saem pelo indice do MASTER-ID (a exclusao e pela
      * chave primaria, o nome lido).
       PROC-BACKOUT-ALIASES.

           IF WS-HAS-ALIAS
               MOVE 'N' TO WS-ALIAS-EOF
               MOVE WS-BKO-ID (WS-BKO-IDX) TO ALIAS-MASTER-ID
               START ALIAS-FILE KEY IS = ALIAS-MASTER-ID
                   INVALID KEY
                       SET END-OF-ALIAS TO TRUE
               END-START
           ELSE
               SET END-OF-ALIAS TO TRUE
           END-IF

           PERFORM UNTIL END-OF-ALIAS
               READ ALIAS-FILE NEXT RECORD
                   AT END
                       SET END-OF-ALIAS TO TRUE
                   NOT AT END
                       IF ALIAS-MASTER-ID NOT = WS-BKO-ID (WS-BKO-IDX)
                           SET END-OF-ALIAS TO TRUE
                       ELSE
                           ADD 1 TO WS-BKO-ALIAS-CNT (WS-BKO-IDX)
                           ADD 1 TO WS-TOTAL-ALIAS
                           IF WS-IS-EFFECTIVE
                               DELETE ALIAS-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Rejeitado: so a pendencia da mesma origem e data sai;
      * resolvida, o registro ja entrou no mestre pela correcao ou
      * pelo re-processamento e fica para a manutencao.
       PROC-BACKOUT-REJECTED.

           MOVE WS-BKO-ID (WS-BKO-IDX) TO EXCPREG-ID
           READ EXCP-REG-FILE
               INVALID KEY
                   SET WS-BKO-NO-EXCP (WS-BKO-IDX) TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EXCPREG-SOURCE NOT = WS-SOURCE
                               OR EXCPREG-BUS-DATE NOT = WS-BUS-DATE
                           SET WS-BKO-NO-EXCP (WS-BKO-IDX) TO TRUE
                       WHEN EXCPREG-PENDING
                           SET WS-BKO-REMOVE-EXCP (WS-BKO-IDX) TO TRUE
                           MOVE EXCPREG-NAME TO WS-BKO-NAME (WS-BKO-IDX)
                           ADD 1 TO WS-BKO-EXCP-CNT (WS-BKO-IDX)
                           IF WS-IS-EFFECTIVE
                               DELETE EXCP-REG-FILE
                           END-IF
                       WHEN OTHER
                           SET WS-BKO-EXCP-RESOLVED (WS-BKO-IDX)
                               TO TRUE
                           MOVE EXCPREG-NAME TO WS-BKO-NAME (WS-BKO-IDX)
                   END-EVALUATE
           END-READ

           EVALUATE TRUE
               WHEN WS-BKO-REMOVE-EXCP (WS-BKO-IDX)
                   ADD 1 TO WS-TOTAL-PENDING
               WHEN WS-BKO-NO-EXCP (WS-BKO-IDX)
                   ADD 1 TO WS-TOTAL-NO-EXCP
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-RESOLVED
           END-EVALUATE.

      * A chave do CTRYXREF e pais + ID: varredura completa, uma
      * passada para todos os IDs do envelope.
       PROC-BACKOUT-CTRY-XREF.

           IF WS-TOTAL-MASTERS > 0
               MOVE LOW-VALUES TO CTRYX-KEY
               START CTRY-XREF-FILE KEY IS NOT LESS THAN CTRYX-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
           ELSE
               SET END-OF-SCAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-SCAN
               READ CTRY-XREF-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CTRYX-ID NOT < WS-LOW-ID
                               AND CTRYX-ID NOT > WS-HIGH-ID
                           MOVE CTRYX-ID TO WS-FIND-ID
                           PERFORM PROC-FIND-BKO-ID
                           IF WS-IS-MATCH
                               PERFORM PROC-BACKOUT-CTRY-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROC-BACKOUT-CTRY-ENTRY.

           IF WS-BKO-REMOVE-MASTER (WS-FIND-IDX)
               ADD 1 TO WS-BKO-CTRYX-CNT (WS-FIND-IDX)
               ADD 1 TO WS-TOTAL-XREF
               IF WS-IS-EFFECTIVE
                   DELETE CTRY-XREF-FILE
               END-IF
           END-IF.

      * Soma o que cada execucao da data perde e regrava o RUNHIST
      * inteiro; na previa (ou sem nada a estornar) a copia sai sem
      * alteracao.
       PROC-REWRITE-RUNHIST.

           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                   UNTIL WS-BKO-IDX > WS-BKO-COUNT
               IF WS-BKO-TAKEN-OUT (WS-BKO-IDX)
                       AND WS-BKO-RUN (WS-BKO-IDX) > 0
                   MOVE WS-BKO-RUN (WS-BKO-IDX) TO WS-RUN-IDX
                   IF WS-BKO-RTN (WS-BKO-IDX) = 0
                       ADD 1 TO WS-RUN-ADJ-ACCEPTED (WS-RUN-IDX)
                   ELSE
                       ADD 1 TO WS-RUN-ADJ-REJECTED (WS-RUN-IDX)
                   END-IF
                   IF WS-BKO-RTN (WS-BKO-IDX) < 10
                       COMPUTE WS-RTN-IDX = WS-BKO-RTN (WS-BKO-IDX) + 1
                       ADD 1 TO WS-RUN-ADJ-RTN (WS-RUN-IDX WS-RTN-IDX)
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT RUNH-OLD-FILE
           IF WS-RUNHOLD-STATUS NOT = '00'
                   AND WS-RUNHOLD-STATUS NOT = '05'
               DISPLAY "PROG0062: falha ao abrir RUNHOLD - STATUS "
                   WS-RUNHOLD-STATUS
               PERFORM PROC-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-RUNHOLD-EOF
           IF WS-RUNHOLD-STATUS = '05'
               SET END-OF-RUNHOLD TO TRUE
           END-IF

           OPEN OUTPUT RUNH-NEW-FILE
           IF WS-RUNHNEW-STATUS NOT = '00'
               DISPLAY "PROG0062: falha ao abrir RUNHNEW - STATUS "
                   WS-RUNHNEW-STATUS
               PERFORM PROC-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-RUNH-REC-NO
           PERFORM UNTIL END-OF-RUNHOLD
               READ RUNH-OLD-FILE INTO RUNHIST-RECORD
                   AT END
                       SET END-OF-RUNHOLD TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUNH-REC-NO
                       IF WS-IS-EFFECTIVE
                               AND RUNHIST-DATE = WS-BUS-DATE
                           PERFORM PROC-ADJUST-RUN
                       END-IF
                       MOVE RUNHIST-RECORD TO RUNH-NEW-RECORD
                       WRITE RUNH-NEW-RECORD
               END-READ
           END-PERFORM

           CLOSE RUNH-OLD-FILE
           CLOSE RUNH-NEW-FILE.

      * Nenhum total fica negativo: execucao com totais ja mexidos a
      * mao vai a zero.
       PROC-ADJUST-RUN.

           MOVE 0 TO WS-RUN-IDX
           PERFORM VARYING WS-BEST-RUN FROM 1 BY 1
                   UNTIL WS-BEST-RUN > WS-RUN-COUNT
               IF WS-RUN-REC-NO (WS-BEST-RUN) = WS-RUNH-REC-NO
                   MOVE WS-BEST-RUN TO WS-RUN-IDX
               END-IF
           END-PERFORM

           IF WS-RUN-IDX > 0
                   AND RUNHIST-TOTAL-READ IS NUMERIC
                   AND RUNHIST-TOTAL-ACCEPTED IS NUMERIC
                   AND RUNHIST-TOTAL-REJECTED IS NUMERIC
               COMPUTE WS-ADJ-READ = WS-RUN-ADJ-ACCEPTED (WS-RUN-IDX)
                   + WS-RUN-ADJ-REJECTED (WS-RUN-IDX)
               IF RUNHIST-TOTAL-READ > WS-ADJ-READ
                   SUBTRACT WS-ADJ-READ FROM RUNHIST-TOTAL-READ
               ELSE
                   MOVE 0 TO RUNHIST-TOTAL-READ
               END-IF
               IF RUNHIST-TOTAL-ACCEPTED
                       > WS-RUN-ADJ-ACCEPTED (WS-RUN-IDX)
                   SUBTRACT WS-RUN-ADJ-ACCEPTED (WS-RUN-IDX)
                       FROM RUNHIST-TOTAL-ACCEPTED
               ELSE
                   MOVE 0 TO RUNHIST-TOTAL-ACCEPTED
               END-IF
               IF RUNHIST-TOTAL-REJECTED
                       > WS-RUN-ADJ-REJECTED (WS-RUN-IDX)
                   SUBTRACT WS-RUN-ADJ-REJECTED (WS-RUN-IDX)
                       FROM RUNHIST-TOTAL-REJECTED
               ELSE
                   MOVE 0 TO RUNHIST-TOTAL-REJECTED
               END-IF
               PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                       UNTIL WS-RTN-IDX > 10
                   IF RUNHIST-RTN-COUNT (WS-RTN-IDX) IS NUMERIC
                       IF RUNHIST-RTN-COUNT (WS-RTN-IDX)
                               > WS-RUN-ADJ-RTN (WS-RUN-IDX WS-RTN-IDX)
                           SUBTRACT WS-RUN-ADJ-RTN
                                   (WS-RUN-IDX WS-RTN-IDX)
                               FROM RUNHIST-RTN-COUNT (WS-RTN-IDX)
                       ELSE
                           MOVE 0 TO RUNHIST-RTN-COUNT (WS-RTN-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * A data continua registrada (o reenvio sem FORCA=S continua
      * recusado), com o desfecho do estorno ate o reenvio.
       PROC-MARK-RUN-REGISTER.

           MOVE WS-BUS-DATE TO RUNREG-DATE
           READ RUN-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUNREG-BACKED-OUT TO TRUE
                   REWRITE RUNREG-RECORD
                       INVALID KEY
                           DISPLAY "PROG0062: falha ao regravar "
                               "RUNREG - STATUS " WS-RUNREG-STATUS
                   END-REWRITE
           END-READ.

      * Estornos formam um segmento proprio do feed (header +
      * eventos 'D' + trailer), como as exclusoes do PROG0006; cada
      * evento ganha as linhas 'E' da trilha.
       PROC-PUBLISH-EVENTS.

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0062: falha ao abrir AUDTFILE - STATUS "
                   WS-AUDIT-STATUS
               PERFORM PROC-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                   UNTIL WS-BKO-IDX > WS-BKO-COUNT
               IF WS-BKO-REMOVE-MASTER (WS-BKO-IDX)
                       AND WS-BKO-WAS-PUBLISHED (WS-BKO-IDX)
                   PERFORM PROC-PUBLISH-EVENT
               END-IF
           END-PERFORM

           IF WS-EVENT-COUNT > 0
               INITIALIZE PROG0003-BOOK
               MOVE 'T' TO PROG0003-FUNCTION
               MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
               MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
               MOVE WS-EVENT-COUNT TO PROG0003-FEED-COUNT
               SET PROG0003-IS-RESTART TO TRUE
               SET PROG0003-NEW-SEGMENT TO TRUE
               CALL 'PROG0003' USING PROG0003-BOOK
           END-IF

           CLOSE AUDIT-FILE.

       PROC-PUBLISH-EVENT.

           INITIALIZE PROG0003-BOOK
           MOVE 'E' TO PROG0003-FUNCTION
           MOVE 'D' TO PROG0003-EVENT-ACTION
           MOVE WS-BKO-ID (WS-BKO-IDX) TO PROG0003-ID
           MOVE WS-BKO-NAME (WS-BKO-IDX) TO PROG0003-NAME
           MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
           MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
           SET PROG0003-IS-RESTART TO TRUE
           SET PROG0003-NEW-SEGMENT TO TRUE

           CALL 'PROG0003' USING PROG0003-BOOK

           ADD 1 TO WS-EVENT-COUNT

           MOVE 'PROG0062' TO AUDIT-PROGRAM
           PERFORM PROC-WRITE-AUDIT
           MOVE 'PROG0003' TO AUDIT-PROGRAM
           PERFORM PROC-WRITE-AUDIT.

      * Acao 'E' = estorno de origem: operador e a origem, como nas
      * linhas de edicao da janela; aprovador quem deu o visto; a
      * imagem anterior leva a data estornada e o inicio da execucao
      * cujo RUNHIST foi reduzido (o saldo mensal, PROG0059, decide
      * por ele em que mes o estorno pesa).
       PROC-WRITE-AUDIT.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-BKO-ID (WS-BKO-IDX) TO AUDIT-ID
           MOVE WS-BKO-NAME (WS-BKO-IDX) TO AUDIT-NAME
           MOVE 0 TO AUDIT-RTN-CODE
           MOVE WS-SOURCE TO AUDIT-OPERATOR
           MOVE 'E' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-KEY
           MOVE WS-BUS-DATE TO AUDIT-BKO-BUS-DATE
           IF WS-BKO-RUN (WS-BKO-IDX) > 0
               MOVE WS-RUN-START-TS (WS-BKO-RUN (WS-BKO-IDX))
                   TO AUDIT-BKO-RUN-TS
           END-IF
           MOVE WS-SIGNOFF TO AUDIT-APPROVER

           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD.

       PROC-PRINT-REPORT.

           MOVE "====================================================="
               TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE
           MOVE "ESTORNO DE ORIGEM NUM MOVIMENTO - PROG0062"
               TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE
           MOVE "====================================================="
               TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           IF WS-IS-EFFECTIVE
               MOVE "EFETIVO" TO WS-MODE-TEXT
           ELSE
               MOVE "PREVIA - NADA FOI ALTERADO" TO WS-MODE-TEXT
           END-IF
           MOVE SPACES TO BKO-REPORT-LINE
           STRING "MODO...............: " DELIMITED BY SIZE
                  WS-MODE-TEXT DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "DATA DE MOVIMENTO..: " DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  "  ORIGEM: " DELIMITED BY SIZE
                  WS-SOURCE DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "FAIXA DA TRILHA....: APOS " DELIMITED BY SIZE
                  WS-WINDOW-START-TS DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  WS-WINDOW-END-TS DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "EXECUCAO...........: " DELIMITED BY SIZE
                  WS-RUN-DATE (1:14) DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE "====================================================="
               TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           IF NOT WS-IS-REGISTERED
               MOVE "MOVIMENTO NAO REGISTRADO - NADA A ESTORNAR"
                   TO BKO-REPORT-LINE
               WRITE BKO-REPORT-LINE
           ELSE
               PERFORM PROC-PRINT-RECORDS
               PERFORM PROC-PRINT-RUNHIST
           END-IF

           PERFORM PROC-PRINT-TOTALS
           PERFORM PROC-PRINT-SIGNOFF.

       PROC-PRINT-RECORDS.

           MOVE "REGISTROS DO ENVELOPE DA ORIGEM" TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           IF WS-BKO-COUNT = 0
               MOVE "  NENHUMA LINHA DE EDICAO DA ORIGEM NA FAIXA"
                   TO BKO-REPORT-LINE
               WRITE BKO-REPORT-LINE
           END-IF

           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                   UNTIL WS-BKO-IDX > WS-BKO-COUNT
               PERFORM PROC-PRINT-RECORD
           END-PERFORM.

       PROC-PRINT-RECORD.

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "ID=" DELIMITED BY SIZE
                  WS-BKO-ID (WS-BKO-IDX) DELIMITED BY SIZE
                  " RTN=" DELIMITED BY SIZE
                  WS-BKO-RTN (WS-BKO-IDX) DELIMITED BY SIZE
                  " NOME=" DELIMITED BY SIZE
                  WS-BKO-NAME (WS-BKO-IDX) DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           EVALUATE TRUE
               WHEN WS-BKO-REMOVE-MASTER (WS-BKO-IDX)
                   IF WS-BKO-WAS-PUBLISHED (WS-BKO-IDX)
                       MOVE " - EVENTO 'D'" TO WS-EVENT-TEXT
                   ELSE
                       MOVE " - SEM 'D' (NAO PUBLICADO)"
                           TO WS-EVENT-TEXT
                   END-IF
                   MOVE SPACES TO BKO-REPORT-LINE
                   STRING "  ACEITO - SAI DO MESTRE E DE" DELIMITED
                              BY SIZE
                          " CTRYXREF=" DELIMITED BY SIZE
                          WS-BKO-CTRYX-CNT (WS-BKO-IDX)
                              DELIMITED BY SIZE
                          " PHONFILE=" DELIMITED BY SIZE
                          WS-BKO-PHONX-CNT (WS-BKO-IDX)
                              DELIMITED BY SIZE
                          " REVWREG=" DELIMITED BY SIZE
                          WS-BKO-REVW-CNT (WS-BKO-IDX)
                              DELIMITED BY SIZE
                          " SCRNREG=" DELIMITED BY SIZE
                          WS-BKO-SCRN-CNT (WS-BKO-IDX)
                              DELIMITED BY SIZE
                          " TRLORIG=" DELIMITED BY SIZE
                          WS-BKO-TRLO-CNT (WS-BKO-IDX)
                              DELIMITED BY SIZE
                          " ALIASFIL=" DELIMITED BY SIZE
                          WS-BKO-ALIAS-CNT (WS-BKO-IDX)
                              DELIMITED BY SIZE
                          WS-EVENT-TEXT DELIMITED BY SIZE
                          INTO BKO-REPORT-LINE
               WHEN WS-BKO-NOT-IN-MASTER (WS-BKO-IDX)
                   MOVE "  ACEITO - JA NAO ESTA NO MESTRE (FICA)"
                       TO BKO-REPORT-LINE
               WHEN WS-BKO-REMOVE-EXCP (WS-BKO-IDX)
                   MOVE "  REJEITADO - SAI A PENDENCIA DO EXCPREG"
                       TO BKO-REPORT-LINE
               WHEN WS-BKO-NO-EXCP (WS-BKO-IDX)
                   MOVE "  REJEITADO - SEM PENDENCIA NO EXCPREG"
                       TO BKO-REPORT-LINE
               WHEN OTHER
                   MOVE "  REJEITADO - PENDENCIA JA RESOLVIDA (FICA)"
                       TO BKO-REPORT-LINE
           END-EVALUATE
           WRITE BKO-REPORT-LINE.

       PROC-PRINT-RUNHIST.

           MOVE SPACES TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE
           MOVE "AJUSTE DO RUNHIST (EXECUCOES DO MOVIMENTO)"
               TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           IF WS-RUN-COUNT = 0
               MOVE "  NENHUMA EXECUCAO DO MOVIMENTO NO RUNHIST"
                   TO BKO-REPORT-LINE
               WRITE BKO-REPORT-LINE
           END-IF

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               PERFORM PROC-PRINT-RUN
           END-PERFORM

           MOVE SPACES TO BKO-REPORT-LINE
           IF WS-TOTAL-TAKEN-OUT > 0
               STRING "RUNREG.............: DESFECHO " DELIMITED BY SIZE
                      WS-REG-OUTCOME DELIMITED BY SIZE
                      " -> 90 (REENVIO DA ORIGEM COM FORCA=S)"
                          DELIMITED BY SIZE
                      INTO BKO-REPORT-LINE
           ELSE
               STRING "RUNREG.............: DESFECHO " DELIMITED BY SIZE
                      WS-REG-OUTCOME DELIMITED BY SIZE
                      " (SEM ALTERACAO)" DELIMITED BY SIZE
                      INTO BKO-REPORT-LINE
           END-IF
           WRITE BKO-REPORT-LINE.

       PROC-PRINT-RUN.

           COMPUTE WS-ADJ-READ = WS-RUN-ADJ-ACCEPTED (WS-RUN-IDX)
               + WS-RUN-ADJ-REJECTED (WS-RUN-IDX)

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "  INICIO=" DELIMITED BY SIZE
                  WS-RUN-START-TS (WS-RUN-IDX) DELIMITED BY SIZE
                  " LIDOS " DELIMITED BY SIZE
                  WS-RUN-READ (WS-RUN-IDX) DELIMITED BY SIZE
                  " -" DELIMITED BY SIZE
                  WS-ADJ-READ DELIMITED BY SIZE
                  " ACEITOS " DELIMITED BY SIZE
                  WS-RUN-ACCEPTED (WS-RUN-IDX) DELIMITED BY SIZE
                  " -" DELIMITED BY SIZE
                  WS-RUN-ADJ-ACCEPTED (WS-RUN-IDX) DELIMITED BY SIZE
                  " REJEITADOS " DELIMITED BY SIZE
                  WS-RUN-REJECTED (WS-RUN-IDX) DELIMITED BY SIZE
                  " -" DELIMITED BY SIZE
                  WS-RUN-ADJ-REJECTED (WS-RUN-IDX) DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE.

       PROC-PRINT-TOTALS.

           MOVE SPACES TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE
           MOVE "====================================================="
               TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "LINHAS DA ORIGEM NA TRILHA: " DELIMITED BY SIZE
                  WS-TOTAL-LINES DELIMITED BY SIZE
                  " (REEDITADAS NO RESTART " DELIMITED BY SIZE
                  WS-TOTAL-REEDITED DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "REGISTROS DO ENVELOPE.....: " DELIMITED BY SIZE
                  WS-BKO-COUNT DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "ACEITOS - SAEM DO MESTRE..: " DELIMITED BY SIZE
                  WS-TOTAL-MASTERS DELIMITED BY SIZE
                  " (AFILIACOES " DELIMITED BY SIZE
                  WS-TOTAL-XREF DELIMITED BY SIZE
                  " NOMES ALTERNATIVOS " DELIMITED BY SIZE
                  WS-TOTAL-ALIAS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "REJEITADOS - PENDENCIAS...: " DELIMITED BY SIZE
                  WS-TOTAL-PENDING DELIMITED BY SIZE
                  " (SEM PENDENCIA " DELIMITED BY SIZE
                  WS-TOTAL-NO-EXCP DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "FORA DO ESTORNO...........: " DELIMITED BY SIZE
                  WS-TOTAL-NOT-IN-MASTER DELIMITED BY SIZE
                  " FORA DO MESTRE, " DELIMITED BY SIZE
                  WS-TOTAL-RESOLVED DELIMITED BY SIZE
                  " PENDENCIAS RESOLVIDAS" DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE SPACES TO BKO-REPORT-LINE
           STRING "EVENTOS 'D' PUBLICADOS....: " DELIMITED BY SIZE
                  WS-EVENT-COUNT DELIMITED BY SIZE
                  " (RETIDOS NUNCA PUBLICADOS, SEM 'D': "
                      DELIMITED BY SIZE
                  WS-TOTAL-UNPUBLISHED DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           MOVE "====================================================="
               TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE.

      * A previa e o documento assinado antes do estorno efetivo; o
      * efetivo registra de quem foi o visto.
       PROC-PRINT-SIGNOFF.

           MOVE SPACES TO BKO-REPORT-LINE
           WRITE BKO-REPORT-LINE

           IF WS-IS-EFFECTIVE
               MOVE SPACES TO BKO-REPORT-LINE
               STRING "ESTORNO EFETIVADO COM O VISTO DE: "
                          DELIMITED BY SIZE
                      WS-SIGNOFF DELIMITED BY SIZE
                      INTO BKO-REPORT-LINE
               WRITE BKO-REPORT-LINE
           ELSE
               MOVE SPACES TO BKO-REPORT-LINE
               STRING "VISTO PARA O ESTORNO EFETIVO: "
                          DELIMITED BY SIZE
                      "____________________  DATA: ____/____/______"
                          DELIMITED BY SIZE
                      INTO BKO-REPORT-LINE
               WRITE BKO-REPORT-LINE
               MOVE "(REEXECUTAR COM MODO=EFETIVO,VISTO=<USUARIO>)"
                   TO BKO-REPORT-LINE
               WRITE BKO-REPORT-LINE
           END-IF.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console. A previa
      * tambem reserva, para a lista nao mudar enquanto e montada.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0062' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0062: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0062: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0062: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0062' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           EVALUATE TRUE
               WHEN NOT WS-IS-REGISTERED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-TOTAL-TAKEN-OUT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-TOTAL-NOT-IN-MASTER > 0
                       OR WS-TOTAL-RESOLVED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
