       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0040.

      * Fusao de dois registros ja estabelecidos no mestre que se
      * revelaram a mesma pessoa (tipicamente depois de uma troca
      * de sobrenome pelo PROG0006). A revisao do PROG0029 so trata
      * o registro NOVO colidindo com um existente; aqui os dois sao
      * antigos. Le as transacoes de fusao (MERGEIN: ID sobrevivente
      * + ID aposentado + operador) e, para cada uma:
      *   - une as afiliacoes de pais (CTRYXREF) sob o sobrevivente,
      *     com os deltas no XREFDLT para o warehouse;
      *   - tira o aposentado do mestre e da referencia fonetica e
      *     grava a entrada de encaminhamento (FWDFILE), que a
      *     consulta por ID (PROG0014) segue ate o sobrevivente;
      *     entradas que apontavam para o aposentado (fusoes
      *     anteriores) passam a apontar o sobrevivente;
      *   - passa os nomes alternativos do aposentado (ALIASFIL)
      *     para o sobrevivente;
      *     a fusao e rejeitada, sem mexer em nada, quando o
      *     aposentado tem mais de 20 afiliacoes ou quando os nomes
      *     alternativos dos dois juntos passam do limite por ID do
      *     PROG0057 (10) - nada fica para tras sob o ID aposentado;
      *   - marca a alteracao no sobrevivente (MASTER-CHG-TS);
      *   - publica o evento 'M' com os dois IDs no feed do dia
      *     (segmento proprio, como a manutencao do PROG0006),
      *     exceto se o sobrevivente tem ocorrencia nao liberada na
      *     fila de triagem (SCRNREG pendente ou confirmada): a
      *     fusao e aplicada, mas o evento fica retido - a liberacao
      *     pelo PROG0050 publica o registro ja fundido.
      * Relatorio em MERGRPT; trilha de auditoria em AUDTFILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-INPUT ASSIGN TO "MERGEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEIN-STATUS.

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

      * OPTIONAL: o encaminhamento nasce na primeira fusao.
           SELECT OPTIONAL FWD-FILE ASSIGN TO "FWDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-RETIRED-ID
               FILE STATUS IS WS-FWD-STATUS.

      * OPTIONAL: nomes alternativos so existem depois da primeira
      * manutencao pelo PROG0057.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALIAS-NAME
               ALTERNATE RECORD KEY IS ALIAS-MASTER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ALIAS-PHON-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALIAS-STATUS.

      * Fila de triagem da lista de restricao, so consultada.
           SELECT OPTIONAL SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Deltas do dia para o extrato do warehouse (PROG0021).
           SELECT OPTIONAL XREF-DELTA-FILE ASSIGN TO "XREFDLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREFD-STATUS.

           SELECT MERGE-REPORT ASSIGN TO "MERGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MERGE-INPUT.
       01 MERGE-INPUT-RECORD.
           05 MERGIN-SURVIVOR-ID PIC 9(08).
           05 MERGIN-RETIRED-ID PIC 9(08).
      * Operador/solicitante da fusao, gravado na trilha de
      * auditoria.
           05 MERGIN-OPERATOR PIC X(08).

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  CTRY-XREF-FILE.
       COPY 'books/CTRYX-REC.cpy'.

       FD  PHON-XREF-FILE.
       COPY 'books/PHONX-REC.cpy'.

       FD  FWD-FILE.
       COPY 'books/FWD-REC.cpy'.

       FD  ALIAS-FILE.
       COPY 'books/ALIAS-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  XREF-DELTA-FILE.
       COPY 'books/XREFD-REC.cpy'.

       FD  MERGE-REPORT.
       01 MERGE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MERGEIN-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-PHONX-STATUS PIC XX.
       01 WS-FWD-STATUS PIC XX.
       01 WS-ALIAS-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-XREFD-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-MERGEIN-EOF PIC X VALUE 'N'.
           88 END-OF-MERGEIN VALUE 'Y'.
       01 WS-SCAN-EOF PIC X VALUE 'N'.
           88 END-OF-SCAN VALUE 'Y'.
       01 WS-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-IS-HELD VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Imagens dos dois registros lidas na validacao.
       01 WS-SURVIVOR-NAME.
           05 WS-SURVIVOR-SURNAME PIC X(40).
           05 WS-SURVIVOR-GIVEN PIC X(30).
       01 WS-RETIRED-NAME.
           05 WS-RETIRED-SURNAME PIC X(40).
           05 WS-RETIRED-GIVEN PIC X(30).
       01 WS-RETIRED-PHON-KEY PIC X(08) VALUE SPACES.

      * Afiliacoes do aposentado, coletadas antes da troca (nao se
      * grava no CTRYXREF no meio da varredura dele).
       01 WS-MOVE-TABLE.
           05 WS-MOVE-COUNT PIC 9(02) VALUE 0.
           05 WS-MOVE-CTRY OCCURS 20 TIMES PIC X(02).
       01 WS-MOVE-IDX PIC 9(02) VALUE 0.
       01 WS-RETIRED-XREF-CNT PIC 9(05) VALUE 0.
       01 WS-XREF-MOVED PIC 9(03) VALUE 0.
       01 WS-XREF-DROPPED PIC 9(03) VALUE 0.
       01 WS-FWD-REPOINTED PIC 9(05) VALUE 0.

      * Nomes alternativos do aposentado, coletados antes da troca
      * (a troca mexe na chave alternativa que a varredura segue).
       01 WS-ALIAS-MOVE-TABLE.
           05 WS-ALIAS-MOVE-COUNT PIC 9(02) VALUE 0.
           05 WS-ALIAS-MOVE-NAME OCCURS 20 TIMES PIC X(70).
       01 WS-ALIAS-MOVE-IDX PIC 9(02) VALUE 0.
       01 WS-ALIAS-MOVED PIC 9(03) VALUE 0.
       01 WS-RETIRED-ALIAS-CNT PIC 9(03) VALUE 0.
       01 WS-SURVIVOR-ALIAS-CNT PIC 9(03) VALUE 0.
      * Mesmo limite de nomes alternativos por ID do PROG0057 (e da
      * tabela do PROG0003).
       01 WS-MAX-ALIASES PIC 9(02) VALUE 10.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-MERGED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-HELD           PIC 9(07) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(07) VALUE 0.

       COPY 'books/PROG0003.cpy'.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-CLAIM-LOCK

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-MERGEIN
               READ MERGE-INPUT
                   AT END
                       SET END-OF-MERGEIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM PROC-APPLY-MERGE
               END-READ
           END-PERFORM

      * Fusoes formam um segmento proprio do feed (header + eventos
      * 'M' + trailer), como a manutencao do PROG0006.
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

           PERFORM PROC-PRINT-TOTALS

           CLOSE MERGE-INPUT
           CLOSE MASTER-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE FWD-FILE
           CLOSE ALIAS-FILE
           CLOSE SCRN-REG-FILE
           CLOSE AUDIT-FILE
           CLOSE XREF-DELTA-FILE
           CLOSE MERGE-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT MERGE-INPUT
           IF WS-MERGEIN-STATUS NOT = '00'
               DISPLAY "PROG0040: falha ao abrir MERGEIN - STATUS "
                   WS-MERGEIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0040: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CTRY-XREF-FILE
           IF WS-CTRYX-STATUS NOT = '00'
               DISPLAY "PROG0040: falha ao abrir CTRYXREF - STATUS "
                   WS-CTRYX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PHON-XREF-FILE
           IF WS-PHONX-STATUS NOT = '00'
               DISPLAY "PROG0040: falha ao abrir PHONFILE - STATUS "
                   WS-PHONX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O FWD-FILE
           IF WS-FWD-STATUS NOT = '00' AND WS-FWD-STATUS NOT = '05'
               DISPLAY "PROG0040: falha ao abrir FWDFILE - STATUS "
                   WS-FWD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = '00' AND WS-ALIAS-STATUS NOT = '05'
               DISPLAY "PROG0040: falha ao abrir ALIASFIL - STATUS "
                   WS-ALIAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0040: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * AUDTFILE e trilha permanente (DISP=MOD na JCL): sempre EXTEND.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "PROG0040: falha ao abrir AUDTFILE - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND XREF-DELTA-FILE
           IF WS-XREFD-STATUS NOT = '00' AND WS-XREFD-STATUS NOT = '05'
               DISPLAY "PROG0040: falha ao abrir XREFDLT - STATUS "
                   WS-XREFD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MERGE-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0040: falha ao abrir MERGRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE "FUSAO DE REGISTROS DO MESTRE - PROG0040"
               TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE "====================================================="
               TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE.

       PROC-APPLY-MERGE.

           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN MERGIN-SURVIVOR-ID NOT NUMERIC
                       OR MERGIN-RETIRED-ID NOT NUMERIC
                   MOVE "ID NAO NUMERICO" TO WS-REJECT-REASON
               WHEN MERGIN-SURVIVOR-ID = MERGIN-RETIRED-ID
                   MOVE "SOBREVIVENTE IGUAL AO APOSENTADO"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM PROC-LOOKUP-PAIR
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-COLLECT-XREFS
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-COLLECT-ALIASES
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-MERGE-XREFS
               PERFORM PROC-MERGE-ALIASES
               PERFORM PROC-RETIRE-RECORD
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-TOUCH-SURVIVOR
               PERFORM PROC-APPLIED
           ELSE
               PERFORM PROC-REJECT
           END-IF.

      * Os dois IDs tem de estar no mestre agora: um ID ja
      * aposentado (so no encaminhamento) nao se funde de novo.
       PROC-LOOKUP-PAIR.

           MOVE MERGIN-RETIRED-ID TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
               INVALID KEY
                   MOVE "ID APOSENTADO NAO CADASTRADO NO MESTRE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE MASTER-NAME TO WS-RETIRED-NAME
                   MOVE MASTER-PHON-KEY TO WS-RETIRED-PHON-KEY
           END-READ

           IF WS-REJECT-REASON = SPACES
               MOVE MERGIN-SURVIVOR-ID TO MASTER-ID
               READ MASTER-FILE KEY IS MASTER-ID
                   INVALID KEY
                       MOVE "ID SOBREVIVENTE NAO CADASTRADO NO MESTRE"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE MASTER-NAME TO WS-SURVIVOR-NAME
               END-READ
           END-IF.

      * Afiliacoes do aposentado, coletadas antes de qualquer
      * gravacao. Chave pais + ID: varredura completa filtrando o
      * ID, como no PROG0006. Mais do que cabe na tabela rejeita a
      * fusao, para nenhuma ficar sob o ID que sai do mestre.
       PROC-COLLECT-XREFS.

           MOVE 0 TO WS-MOVE-COUNT
           MOVE 0 TO WS-RETIRED-XREF-CNT

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
                       IF CTRYX-ID = MERGIN-RETIRED-ID
                           ADD 1 TO WS-RETIRED-XREF-CNT
                           IF WS-MOVE-COUNT < 20
                               ADD 1 TO WS-MOVE-COUNT
                               MOVE CTRYX-COUNTRY
                                   TO WS-MOVE-CTRY (WS-MOVE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RETIRED-XREF-CNT > 20
               MOVE "MAIS DE 20 AFILIACOES NO APOSENTADO"
                   TO WS-REJECT-REASON
           END-IF.

      * Afiliacoes coletadas passam ao sobrevivente; a que o
      * sobrevivente ja tinha so sai do aposentado.
       PROC-MERGE-XREFS.

           MOVE 0 TO WS-XREF-MOVED
           MOVE 0 TO WS-XREF-DROPPED

           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
               MOVE WS-MOVE-CTRY (WS-MOVE-IDX) TO CTRYX-COUNTRY
               MOVE MERGIN-RETIRED-ID TO CTRYX-ID
               DELETE CTRY-XREF-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 'R' TO XREFD-ACTION
               MOVE MERGIN-RETIRED-ID TO XREFD-ID
               MOVE WS-MOVE-CTRY (WS-MOVE-IDX) TO XREFD-COUNTRY
               PERFORM PROC-WRITE-XREF-DELTA

               MOVE WS-MOVE-CTRY (WS-MOVE-IDX) TO CTRYX-COUNTRY
               MOVE MERGIN-SURVIVOR-ID TO CTRYX-ID
               MOVE WS-SURVIVOR-NAME TO CTRYX-NAME
               WRITE CTRYX-RECORD
                   INVALID KEY
                       ADD 1 TO WS-XREF-DROPPED
                   NOT INVALID KEY
                       ADD 1 TO WS-XREF-MOVED
                       MOVE 'A' TO XREFD-ACTION
                       MOVE MERGIN-SURVIVOR-ID TO XREFD-ID
                       MOVE WS-MOVE-CTRY (WS-MOVE-IDX)
                           TO XREFD-COUNTRY
                       PERFORM PROC-WRITE-XREF-DELTA
               END-WRITE
           END-PERFORM.

       PROC-WRITE-XREF-DELTA.

           MOVE WS-RUN-DATE (1:8) TO XREFD-DATE
           WRITE XREFD-RECORD.

      * O aposentado sai do mestre e da referencia fonetica e fica
      * como encaminhamento para o sobrevivente.
       PROC-RETIRE-RECORD.

           MOVE MERGIN-RETIRED-ID TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
               INVALID KEY
                   MOVE "ERRO AO RELER REGISTRO APOSENTADO"
                       TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES
               DELETE MASTER-FILE
                   INVALID KEY
                       MOVE "ERRO AO EXCLUIR REGISTRO APOSENTADO"
                           TO WS-REJECT-REASON
               END-DELETE
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF WS-RETIRED-PHON-KEY NOT = SPACES
                   MOVE WS-RETIRED-PHON-KEY TO PHONX-PHON
                   MOVE MERGIN-RETIRED-ID TO PHONX-ID
                   DELETE PHON-XREF-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF

               PERFORM PROC-REPOINT-FORWARDS

               MOVE MERGIN-RETIRED-ID TO FWD-RETIRED-ID
               MOVE MERGIN-SURVIVOR-ID TO FWD-SURVIVOR-ID
               MOVE WS-RETIRED-NAME TO FWD-RETIRED-NAME
               MOVE WS-RUN-DATE (1:14) TO FWD-MERGE-TS
               MOVE MERGIN-OPERATOR TO FWD-OPERATOR
               WRITE FWD-RECORD
                   INVALID KEY
                       REWRITE FWD-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.

      * Fusoes anteriores em que o aposentado de hoje era o
      * sobrevivente passam a apontar o sobrevivente de hoje, para
      * o encaminhamento continuar de um salto so.
       PROC-REPOINT-FORWARDS.

           MOVE 0 TO WS-FWD-REPOINTED
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO FWD-RETIRED-ID
           START FWD-FILE KEY IS NOT LESS THAN FWD-RETIRED-ID
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ FWD-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF FWD-SURVIVOR-ID = MERGIN-RETIRED-ID
                           MOVE MERGIN-SURVIVOR-ID TO FWD-SURVIVOR-ID
                           REWRITE FWD-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-FWD-REPOINTED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      * Nomes alternativos do aposentado, coletados antes da troca
      * (a troca mexe na chave alternativa que a varredura segue), e
      * os do sobrevivente contados: juntos nao podem passar do
      * limite por ID, que o feed (PROG0003) nao publicaria.
       PROC-COLLECT-ALIASES.

           MOVE 0 TO WS-ALIAS-MOVE-COUNT
           MOVE 0 TO WS-RETIRED-ALIAS-CNT
           MOVE 0 TO WS-SURVIVOR-ALIAS-CNT
           MOVE 'N' TO WS-SCAN-EOF
           MOVE MERGIN-RETIRED-ID TO ALIAS-MASTER-ID
           START ALIAS-FILE KEY IS = ALIAS-MASTER-ID
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ ALIAS-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ALIAS-MASTER-ID NOT = MERGIN-RETIRED-ID
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-RETIRED-ALIAS-CNT
                           IF WS-ALIAS-MOVE-COUNT < 20
                               ADD 1 TO WS-ALIAS-MOVE-COUNT
                               MOVE ALIAS-NAME TO
                                   WS-ALIAS-MOVE-NAME
                                       (WS-ALIAS-MOVE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-SCAN-EOF
           MOVE MERGIN-SURVIVOR-ID TO ALIAS-MASTER-ID
           START ALIAS-FILE KEY IS = ALIAS-MASTER-ID
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ ALIAS-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ALIAS-MASTER-ID NOT = MERGIN-SURVIVOR-ID
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-SURVIVOR-ALIAS-CNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RETIRED-ALIAS-CNT + WS-SURVIVOR-ALIAS-CNT
                   > WS-MAX-ALIASES
               MOVE "NOMES ALTERNATIVOS DOS DOIS PASSAM DE 10"
                   TO WS-REJECT-REASON
           END-IF.

      * Nomes alternativos do aposentado passam ao sobrevivente (a
      * chave primaria, o nome, nao muda: so o MASTER-ID).
       PROC-MERGE-ALIASES.

           MOVE 0 TO WS-ALIAS-MOVED

           PERFORM VARYING WS-ALIAS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-MOVE-IDX > WS-ALIAS-MOVE-COUNT
               MOVE WS-ALIAS-MOVE-NAME (WS-ALIAS-MOVE-IDX)
                   TO ALIAS-NAME
               READ ALIAS-FILE KEY IS ALIAS-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MERGIN-SURVIVOR-ID TO ALIAS-MASTER-ID
                       REWRITE ALIAS-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-ALIAS-MOVED
                       END-REWRITE
               END-READ
           END-PERFORM.

      * O sobrevivente ganhou afiliacoes e absorveu um ID: o extrato
      * do warehouse enxerga a fusao como alteracao do dia.
       PROC-TOUCH-SURVIVOR.

           MOVE MERGIN-SURVIVOR-ID TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE (1:14) TO MASTER-CHG-TS
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY "PROG0040: erro ao regravar "
                               "sobrevivente ID " MERGIN-SURVIVOR-ID
                   END-REWRITE
           END-READ.

       PROC-APPLIED.

           ADD 1 TO WS-TOTAL-MERGED

           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "FUNDIDO   SOBREVIVENTE=" DELIMITED BY SIZE
                  MERGIN-SURVIVOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SURVIVOR-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SURVIVOR-GIVEN) DELIMITED BY SIZE
                  " APOSENTADO=" DELIMITED BY SIZE
                  MERGIN-RETIRED-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRED-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRED-GIVEN) DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "          AFILIACOES TRANSFERIDAS=" DELIMITED BY SIZE
                  WS-XREF-MOVED DELIMITED BY SIZE
                  " JA EXISTENTES=" DELIMITED BY SIZE
                  WS-XREF-DROPPED DELIMITED BY SIZE
                  " ENCAMINHAMENTOS RE-APONTADOS=" DELIMITED BY SIZE
                  WS-FWD-REPOINTED DELIMITED BY SIZE
                  " NOMES ALTERNATIVOS=" DELIMITED BY SIZE
                  WS-ALIAS-MOVED DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE 'PROG0040' TO AUDIT-PROGRAM
           MOVE MERGIN-SURVIVOR-ID TO AUDIT-ID
           MOVE WS-SURVIVOR-NAME TO AUDIT-NAME
           MOVE 0 TO AUDIT-RTN-CODE
           MOVE WS-RETIRED-NAME TO AUDIT-BEFORE-KEY
           PERFORM PROC-WRITE-AUDIT

           MOVE 'PROG0040' TO AUDIT-PROGRAM
           MOVE MERGIN-RETIRED-ID TO AUDIT-ID
           MOVE WS-SURVIVOR-NAME TO AUDIT-NAME
           MOVE 0 TO AUDIT-RTN-CODE
           MOVE WS-RETIRED-NAME TO AUDIT-BEFORE-KEY
           PERFORM PROC-WRITE-AUDIT

           PERFORM PROC-CHECK-SCREENING
           IF WS-IS-HELD
               ADD 1 TO WS-TOTAL-HELD
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "          EVENTO RETIDO PELA TRIAGEM SITUACAO="
                      DELIMITED BY SIZE
                      SCRN-STATUS DELIMITED BY SIZE
                      INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
           ELSE
               PERFORM PROC-PUBLISH-EVENT
           END-IF.

      * Sobrevivente pendente ou confirmado na triagem: o evento
      * fica retido; liberado, sai.
       PROC-CHECK-SCREENING.

           MOVE 'N' TO WS-HELD-SWITCH
           MOVE MERGIN-SURVIVOR-ID TO SCRN-ID
           READ SCRN-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SCRN-CLEARED
                       SET WS-IS-HELD TO TRUE
                   END-IF
           END-READ.

      * Evento 'M' no feed: o assinante junta as duas copias sob o
      * sobrevivente e remove a do ID incorporado. O flag de restart
      * faz o PROG0003 abrir o JSONOUT do dia em EXTEND ja no
      * primeiro CALL; o segmento proprio abre com header.
       PROC-PUBLISH-EVENT.

           INITIALIZE PROG0003-BOOK
           MOVE 'E' TO PROG0003-FUNCTION
           MOVE 'M' TO PROG0003-EVENT-ACTION
           MOVE MERGIN-SURVIVOR-ID TO PROG0003-ID
           MOVE WS-SURVIVOR-NAME TO PROG0003-NAME
           MOVE MERGIN-RETIRED-ID TO PROG0003-MERGED-ID
           MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
           MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
           SET PROG0003-IS-RESTART TO TRUE
           SET PROG0003-NEW-SEGMENT TO TRUE

           CALL 'PROG0003' USING PROG0003-BOOK

           ADD 1 TO WS-EVENT-COUNT

           MOVE 'PROG0003' TO AUDIT-PROGRAM
           MOVE MERGIN-SURVIVOR-ID TO AUDIT-ID
           MOVE WS-SURVIVOR-NAME TO AUDIT-NAME
           MOVE 0 TO AUDIT-RTN-CODE
           MOVE WS-RETIRED-NAME TO AUDIT-BEFORE-KEY
           PERFORM PROC-WRITE-AUDIT.

       PROC-REJECT.

           ADD 1 TO WS-TOTAL-REJECTED

           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "REJEITADA SOBREVIVENTE=" DELIMITED BY SIZE
                  MERGIN-SURVIVOR-ID DELIMITED BY SIZE
                  " APOSENTADO=" DELIMITED BY SIZE
                  MERGIN-RETIRED-ID DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE 'PROG0040' TO AUDIT-PROGRAM
           IF MERGIN-RETIRED-ID IS NUMERIC
               MOVE MERGIN-RETIRED-ID TO AUDIT-ID
           ELSE
               MOVE 0 TO AUDIT-ID
           END-IF
           MOVE SPACES TO AUDIT-NAME
           MOVE 1 TO AUDIT-RTN-CODE
           MOVE SPACES TO AUDIT-BEFORE-KEY
           PERFORM PROC-WRITE-AUDIT.

      * Acao 'M' = fusao; a imagem anterior e o nome do aposentado.
       PROC-WRITE-AUDIT.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE MERGIN-OPERATOR TO AUDIT-OPERATOR
           MOVE 'M' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "TRANSACOES LIDAS.....: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "FUSOES APLICADAS.....: " DELIMITED BY SIZE
                  WS-TOTAL-MERGED DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "TRANSACOES REJEITADAS: " DELIMITED BY SIZE
                  WS-TOTAL-REJECTED DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE SPACES TO MERGE-REPORT-LINE
           STRING "EVENTOS RETIDOS......: " DELIMITED BY SIZE
                  WS-TOTAL-HELD DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE

           MOVE "====================================================="
               TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0040' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0040: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0040: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0040: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0040' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
