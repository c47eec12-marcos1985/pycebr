       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0038.

      * Dossie do titular de dados (pedido de acesso da LGPD): junta
      * num unico relatorio tudo o que o sistema guarda sobre uma
      * pessoa, em vez de montar a mao com as consultas parciais
      * (PROG0010 auditoria, PROG0034 arquivo morto, PROG0036
      * historico de nomes). Cartoes de selecao em DOSSPARM (um
      * dossie por cartao):
      *   ID=99999999       MASTER-ID do titular
      *   NOME=...          nome completo: sobrenome nas colunas
      *                     6-45 e nome proprio nas colunas 46-75
      *                     (padronizado pelo PROG0015 antes da
      *                     busca)
      * Um nome e resolvido para o ID pelo mestre; se a pessoa ja
      * saiu do online, pelo arquivo morto; se o nome foi alterado
      * depois, pelo historico de nomes (nome anterior).
      * Secoes do dossie (DOSSRPT): MASTFILE, grafia original de
      * nome transliterado na entrada (TRLORIG), nomes alternativos
      * (ALIASFIL, pelo indice de MASTER-ID), ARCHFILE/ARCHXREF,
      * CTRYXREF, deltas de afiliacao (XREFDLT), linhagem de nomes
      * (NAMEHIST), pendencias de excecao (EXCPREG), pares de
      * revisao em que o ID aparece de um lado ou do outro
      * (REVWREG), fusoes em que o ID foi incorporado ou absorveu
      * outro (FWDFILE), solicitacoes de manutencao com dupla
      * custodia sobre o ID (APRVREG), todas as linhas da trilha do
      * ID (meses fechados do historico AUDHIST, lidos pela chave de
      * ID, e o mes aberto do AUDTFILE) e as datas de publicacao
      * por assinante: cada linha de publicacao do PROG0003 na
      * trilha, cruzada com o perfil de assinantes (SUBSFILE -
      * detalhe vai so para quem o filtro de paises casa com as
      * afiliacoes do titular; evento vai para todos) e com o
      * registro de aceites (ACKREG) daquela data.
      * A data da publicacao e a data de movimento, nao a do
      * carimbo: a janela roda de madrugada e o evento online sai no
      * feed da janela seguinte. O carimbo e situado pelas faixas
      * do RUNREG, como no estorno (PROG0062): pertence a primeira
      * data registrada cujo fim de execucao nao e anterior a ele
      * (e posterior ao fim da data registrada anterior). Carimbo
      * depois do ultimo fim registrado ainda nao tem movimento e
      * sai como tal, sem consulta ao ACKREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               ALTERNATE RECORD KEY IS MASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL ARCH-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-ID
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT OPTIONAL ARCH-XREF-FILE ASSIGN TO "ARCHXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCHX-KEY
               FILE STATUS IS WS-ARCHX-STATUS.

           SELECT CTRY-XREF-FILE ASSIGN TO "CTRYXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRYX-KEY
               FILE STATUS IS WS-CTRYX-STATUS.

           SELECT OPTIONAL XREF-DELTA-FILE ASSIGN TO "XREFDLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREFD-STATUS.

           SELECT OPTIONAL NAMH-FILE ASSIGN TO "NAMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMH-STATUS.

           SELECT EXCP-REG-FILE ASSIGN TO "EXCPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXCPREG-ID
               FILE STATUS IS WS-EXCPREG-STATUS.

           SELECT OPTIONAL REVW-REG-FILE ASSIGN TO "REVWREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVW-ID
               FILE STATUS IS WS-REVWREG-STATUS.

           SELECT OPTIONAL FWD-FILE ASSIGN TO "FWDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-RETIRED-ID
               FILE STATUS IS WS-FWD-STATUS.

           SELECT OPTIONAL APRV-FILE ASSIGN TO "APRVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APRV-ID
               FILE STATUS IS WS-APRV-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               ALTERNATE RECORD KEY IS AUDH-OPER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-PROG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-DATE-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT OPTIONAL ACK-REG-FILE ASSIGN TO "ACKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACKREG-KEY
               FILE STATUS IS WS-ACKREG-STATUS.

           SELECT OPTIONAL SUBS-FILE ASSIGN TO "SUBSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.

           SELECT OPTIONAL DOSS-PARM-FILE ASSIGN TO "DOSSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT OPTIONAL RUN-REG-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNREG-DATE
               FILE STATUS IS WS-RUNREG-STATUS.

           SELECT DOSS-REPORT ASSIGN TO "DOSSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  ARCH-FILE.
       COPY 'books/ARCH-REC.cpy'.

       FD  ARCH-XREF-FILE.
       COPY 'books/ARCHX-REC.cpy'.

       FD  CTRY-XREF-FILE.
       COPY 'books/CTRYX-REC.cpy'.

       FD  XREF-DELTA-FILE.
       COPY 'books/XREFD-REC.cpy'.

       FD  NAMH-FILE.
       COPY 'books/NAMH-REC.cpy'.

       FD  EXCP-REG-FILE.
       COPY 'books/EXCPREG-REC.cpy'.

       FD  REVW-REG-FILE.
       COPY 'books/REVWREG-REC.cpy'.

       FD  FWD-FILE.
       COPY 'books/FWD-REC.cpy'.

       FD  APRV-FILE.
       COPY 'books/APRVREG-REC.cpy'.

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  AUDH-FILE.
       COPY 'books/AUDH-REC.cpy'.

       FD  ACK-REG-FILE.
       COPY 'books/ACKREG-REC.cpy'.

      * Mesmo perfil de assinantes do PROG0003: colunas 1-8
      * assinante, 10-17 DD de destino, 19-58 filtro de paises.
       FD  SUBS-FILE.
       01 SUBS-RECORD.
           05 SUBS-ID                 PIC X(08).
           05 FILLER                  PIC X(01).
           05 SUBS-DD-NAME            PIC X(08).
           05 FILLER                  PIC X(01).
           05 SUBS-FILTER             PIC X(40).

       FD  DOSS-PARM-FILE.
       01 DOSS-PARM-RECORD PIC X(80).

       FD  TRLO-FILE.
       COPY 'books/TRLORIG-REC.cpy'.

       FD  ALIAS-FILE.
       COPY 'books/ALIAS-REC.cpy'.

       FD  RUN-REG-FILE.
       COPY 'books/RUNREG-REC.cpy'.

       FD  DOSS-REPORT.
       01 DOSS-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MASTER-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-ARCHX-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-XREFD-STATUS PIC XX.
       01 WS-NAMH-STATUS PIC XX.
       01 WS-EXCPREG-STATUS PIC XX.
       01 WS-REVWREG-STATUS PIC XX.
       01 WS-FWD-STATUS PIC XX.
       01 WS-APRV-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-AUDH-STATUS PIC XX.
       01 WS-ACKREG-STATUS PIC XX.
       01 WS-SUBS-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-TRLO-STATUS PIC XX.
       01 WS-ALIAS-STATUS PIC XX.
       01 WS-RUNREG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-PARM-EOF PIC X VALUE 'N'.
           88 END-OF-PARM VALUE 'Y'.
       01 WS-SUBS-EOF PIC X VALUE 'N'.
           88 END-OF-SUBS VALUE 'Y'.
       01 WS-SCAN-EOF PIC X VALUE 'N'.
           88 END-OF-SCAN VALUE 'Y'.
       01 WS-AUDH-EOF PIC X VALUE 'N'.
           88 END-OF-AUDH VALUE 'Y'.
       01 WS-AUDH-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-AUDH VALUE 'Y'.
       01 WS-ALIAS-EOF PIC X VALUE 'N'.
           88 END-OF-ALIAS VALUE 'Y'.
       01 WS-RUNREG-EOF PIC X VALUE 'N'.
           88 END-OF-RUNREG VALUE 'Y'.
       01 WS-RUNREG-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-RUNREG VALUE 'Y'.

      * Titulares pedidos nos cartoes, na ordem dos cartoes.
       01 WS-SUBJECT-TABLE.
           05 WS-SUBJ-COUNT PIC 9(02) VALUE 0.
           05 WS-SUBJ-ENTRY OCCURS 20 TIMES.
               10 WS-SUBJ-KIND PIC X(01).
                   88 WS-SUBJ-BY-ID VALUE 'I'.
                   88 WS-SUBJ-BY-NAME VALUE 'N'.
               10 WS-SUBJ-SEL-ID PIC 9(08).
               10 WS-SUBJ-SEL-NAME.
                   15 WS-SUBJ-SEL-SURNAME PIC X(40).
                   15 WS-SUBJ-SEL-GIVEN PIC X(30).
       01 WS-SUBJ-IDX PIC 9(02) VALUE 0.

      * Titular corrente: ID resolvido, nome corrente (mestre ou
      * arquivo morto) e onde o ID foi encontrado.
       01 WS-CUR-ID PIC 9(08) VALUE 0.
       01 WS-CUR-NAME.
           05 WS-CUR-SURNAME PIC X(40) VALUE SPACES.
           05 WS-CUR-GIVEN PIC X(30) VALUE SPACES.
       01 WS-RESOLVED-SWITCH PIC X VALUE 'N'.
           88 WS-IS-RESOLVED VALUE 'Y'.
       01 WS-RESOLVED-FROM PIC X(08) VALUE SPACES.
       01 WS-SECTION-COUNT PIC 9(07) VALUE 0.

      * Paises do titular (CTRYXREF ou ARCHXREF), para o filtro dos
      * assinantes na apuracao das publicacoes.
       01 WS-CTRY-TABLE.
           05 WS-CTRY-COUNT PIC 9(02) VALUE 0.
           05 WS-CTRY-CODE OCCURS 20 TIMES PIC X(02).
       01 WS-CTRY-IDX PIC 9(02) VALUE 0.

      * Publicacoes do titular apuradas na trilha: carimbo, data de
      * movimento (espacos = carimbo ainda sem movimento registrado)
      * e natureza (detalhe filtrado por pais ou evento para todos).
       01 WS-PUB-TABLE.
           05 WS-PUB-COUNT PIC 9(04) VALUE 0.
           05 WS-PUB-ENTRY OCCURS 500 TIMES.
               10 WS-PUB-TS PIC X(14).
               10 WS-PUB-DATE PIC X(08).
               10 WS-PUB-KIND PIC X(01).
                   88 WS-PUB-IS-EVENT VALUE 'E'.
                   88 WS-PUB-IS-DETAIL VALUE 'D'.
               10 WS-PUB-ACTION PIC X(01).
       01 WS-PUB-IDX PIC 9(04) VALUE 0.
       01 WS-PREV-AUDIT-PROGRAM PIC X(08) VALUE SPACES.

      * Faixa do RUNREG em que caiu o ultimo carimbo situado: data
      * de movimento, fim da data registrada anterior (exclusive) e
      * fim da propria data (inclusive). A leitura do RUNREG segue
      * da posicao corrente enquanto os carimbos avancam e so volta
      * ao inicio quando um carimbo cai antes da faixa.
       01 WS-BRK-DATE PIC X(08) VALUE SPACES.
       01 WS-BRK-START-TS PIC X(14) VALUE SPACES.
       01 WS-BRK-END-TS PIC X(14) VALUE SPACES.
       01 WS-BRK-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-IS-BRK-FOUND VALUE 'Y'.

      * Assinantes do perfil (ate 4, como no PROG0003); sem SUBSFILE
      * entra o assinante implicito unico de feed completo.
       01 WS-SUBSCRIBER-TABLE.
           05 WS-SUB-COUNT PIC 9(02) VALUE 0.
           05 WS-SUB-ENTRY OCCURS 4 TIMES.
               10 WS-SUB-ID PIC X(08).
               10 WS-SUB-ALL-FLAG PIC X(01).
                   88 WS-SUB-IS-ALL VALUE 'S'.
               10 WS-SUB-CTRY-COUNT PIC 9(02).
               10 WS-SUB-CTRY OCCURS 10 TIMES PIC X(02).
       01 WS-SUB-IDX PIC 9(02) VALUE 0.
       01 WS-SUB-CTRY-IDX PIC 9(02) VALUE 0.
       01 WS-FILTER-FIELDS.
           05 WS-FILTER-FIELD OCCURS 10 TIMES PIC X(03).
       01 WS-MATCH-SWITCH PIC X VALUE 'N'.
           88 WS-IS-MATCH VALUE 'Y'.
       01 WS-ACK-TEXT PIC X(40) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-TOTAL-SUBJECTS       PIC 9(07) VALUE 0.
           05 WS-TOTAL-FOUND          PIC 9(07) VALUE 0.
           05 WS-TOTAL-NOT-FOUND      PIC 9(07) VALUE 0.

       COPY 'books/PROG0015.cpy'.

       PROCEDURE DIVISION.

           PERFORM PROC-LOAD-SELECTION

           PERFORM PROC-LOAD-SUBSCRIBERS

           PERFORM PROC-OPEN-FILES

           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               ADD 1 TO WS-TOTAL-SUBJECTS
               PERFORM PROC-RESOLVE-SUBJECT
               PERFORM PROC-PRINT-SUBJECT-HEADING
               IF WS-IS-RESOLVED
                   ADD 1 TO WS-TOTAL-FOUND
                   PERFORM PROC-BUILD-DOSSIER
               ELSE
                   ADD 1 TO WS-TOTAL-NOT-FOUND
                   MOVE "  NENHUM REGISTRO ENCONTRADO PARA A SELECAO"
                       TO DOSS-REPORT-LINE
                   WRITE DOSS-REPORT-LINE
               END-IF
           END-PERFORM

           PERFORM PROC-PRINT-TOTALS

           CLOSE MASTER-FILE
           CLOSE ARCH-FILE
           CLOSE ARCH-XREF-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE EXCP-REG-FILE
           CLOSE REVW-REG-FILE
           CLOSE FWD-FILE
           CLOSE APRV-FILE
           CLOSE AUDH-FILE
           CLOSE ACK-REG-FILE
           CLOSE TRLO-FILE
           CLOSE ALIAS-FILE
           CLOSE RUN-REG-FILE
           CLOSE DOSS-REPORT

           PERFORM PROC-END-PROG.

      * Sem cartao nao ha o que consultar: o dossie e sempre de um
      * titular identificado, nunca uma listagem do cadastro.
       PROC-LOAD-SELECTION.

           OPEN INPUT DOSS-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-PARM-EOF
           END-IF

           PERFORM UNTIL END-OF-PARM
               READ DOSS-PARM-FILE
                   AT END
                       SET END-OF-PARM TO TRUE
                   NOT AT END
                       PERFORM PROC-PARSE-PARM
               END-READ
           END-PERFORM

           IF WS-PARM-STATUS = '00'
               CLOSE DOSS-PARM-FILE
           END-IF

           IF WS-SUBJ-COUNT = 0
               DISPLAY "PROG0038: nenhum cartao ID= ou NOME= em "
                   "DOSSPARM - nada a consultar"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROC-PARSE-PARM.

           EVALUATE TRUE
               WHEN DOSS-PARM-RECORD = SPACES
                   CONTINUE
               WHEN DOSS-PARM-RECORD (1:1) = '*'
                   CONTINUE
               WHEN DOSS-PARM-RECORD (1:3) = 'ID='
                   IF DOSS-PARM-RECORD (4:8) IS NUMERIC
                       PERFORM PROC-ADD-SUBJECT
                       SET WS-SUBJ-BY-ID (WS-SUBJ-COUNT) TO TRUE
                       MOVE DOSS-PARM-RECORD (4:8)
                           TO WS-SUBJ-SEL-ID (WS-SUBJ-COUNT)
                   ELSE
                       PERFORM PROC-BAD-PARM
                   END-IF
               WHEN DOSS-PARM-RECORD (1:5) = 'NOME='
                   IF DOSS-PARM-RECORD (6:40) NOT = SPACES
                       PERFORM PROC-ADD-SUBJECT
                       SET WS-SUBJ-BY-NAME (WS-SUBJ-COUNT) TO TRUE
      * O mestre guarda a forma canonica: o nome digitado passa pela
      * mesma padronizacao antes da busca.
                       INITIALIZE PROG0015-BOOK
                       MOVE DOSS-PARM-RECORD (6:40)
                           TO PROG0015-RAW-SURNAME
                       MOVE DOSS-PARM-RECORD (46:30)
                           TO PROG0015-RAW-GIVEN
                       CALL 'PROG0015' USING PROG0015-BOOK
                       MOVE PROG0015-NAME-STD
                           TO WS-SUBJ-SEL-NAME (WS-SUBJ-COUNT)
                   ELSE
                       PERFORM PROC-BAD-PARM
                   END-IF
               WHEN OTHER
                   PERFORM PROC-BAD-PARM
           END-EVALUATE.

       PROC-ADD-SUBJECT.

           IF WS-SUBJ-COUNT >= 20
               DISPLAY "PROG0038: mais de 20 titulares em DOSSPARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUBJ-COUNT
           MOVE SPACE TO WS-SUBJ-KIND (WS-SUBJ-COUNT)
           MOVE 0 TO WS-SUBJ-SEL-ID (WS-SUBJ-COUNT)
           MOVE SPACES TO WS-SUBJ-SEL-NAME (WS-SUBJ-COUNT).

       PROC-BAD-PARM.

           DISPLAY "PROG0038: cartao de selecao invalido: "
               DOSS-PARM-RECORD (1:40)
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       PROC-LOAD-SUBSCRIBERS.

           OPEN INPUT SUBS-FILE
           IF WS-SUBS-STATUS = '00'
               PERFORM UNTIL END-OF-SUBS
                   READ SUBS-FILE
                       AT END
                           SET END-OF-SUBS TO TRUE
                       NOT AT END
                           PERFORM PROC-LOAD-SUB-CARD
                   END-READ
               END-PERFORM
               CLOSE SUBS-FILE
           END-IF

           IF WS-SUB-COUNT = 0
               MOVE 1 TO WS-SUB-COUNT
               MOVE '*UNICO*' TO WS-SUB-ID (1)
               SET WS-SUB-IS-ALL (1) TO TRUE
               MOVE 0 TO WS-SUB-CTRY-COUNT (1)
           END-IF.

       PROC-LOAD-SUB-CARD.

           IF SUBS-RECORD = SPACES OR SUBS-ID (1:1) = '*'
               CONTINUE
           ELSE
               IF WS-SUB-COUNT < 4
                   ADD 1 TO WS-SUB-COUNT
                   MOVE SUBS-ID TO WS-SUB-ID (WS-SUB-COUNT)
                   MOVE 'N' TO WS-SUB-ALL-FLAG (WS-SUB-COUNT)
                   MOVE 0 TO WS-SUB-CTRY-COUNT (WS-SUB-COUNT)
                   IF SUBS-FILTER (1:3) = 'ALL'
                       SET WS-SUB-IS-ALL (WS-SUB-COUNT) TO TRUE
                   ELSE
                       PERFORM PROC-LOAD-SUB-FILTER
                   END-IF
               END-IF
           END-IF.

       PROC-LOAD-SUB-FILTER.

           MOVE SPACES TO WS-FILTER-FIELDS
           UNSTRING SUBS-FILTER DELIMITED BY ','
               INTO WS-FILTER-FIELD (1)  WS-FILTER-FIELD (2)
                    WS-FILTER-FIELD (3)  WS-FILTER-FIELD (4)
                    WS-FILTER-FIELD (5)  WS-FILTER-FIELD (6)
                    WS-FILTER-FIELD (7)  WS-FILTER-FIELD (8)
                    WS-FILTER-FIELD (9)  WS-FILTER-FIELD (10)
           END-UNSTRING

           PERFORM VARYING WS-SUB-CTRY-IDX FROM 1 BY 1
                   UNTIL WS-SUB-CTRY-IDX > 10
               IF WS-FILTER-FIELD (WS-SUB-CTRY-IDX) NOT = SPACES
                   ADD 1 TO WS-SUB-CTRY-COUNT (WS-SUB-COUNT)
                   MOVE WS-FILTER-FIELD (WS-SUB-CTRY-IDX) (1:2)
                       TO WS-SUB-CTRY (WS-SUB-COUNT,
                           WS-SUB-CTRY-COUNT (WS-SUB-COUNT))
               END-IF
           END-PERFORM.

      * Os indexados ficam abertos a execucao inteira; os
      * sequenciais (XREFDLT, NAMEHIST, AUDTFILE) sao relidos do
      * inicio a cada titular.
       PROC-OPEN-FILES.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0038: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = '00' AND WS-ARCH-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir ARCHFILE - STATUS "
                   WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARCH-XREF-FILE
           IF WS-ARCHX-STATUS NOT = '00' AND WS-ARCHX-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir ARCHXREF - STATUS "
                   WS-ARCHX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CTRY-XREF-FILE
           IF WS-CTRYX-STATUS NOT = '00'
               DISPLAY "PROG0038: falha ao abrir CTRYXREF - STATUS "
                   WS-CTRYX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EXCP-REG-FILE
           IF WS-EXCPREG-STATUS NOT = '00'
               DISPLAY "PROG0038: falha ao abrir EXCPREG - STATUS "
                   WS-EXCPREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REVW-REG-FILE
           IF WS-REVWREG-STATUS NOT = '00'
                   AND WS-REVWREG-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir REVWREG - STATUS "
                   WS-REVWREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FWD-FILE
           IF WS-FWD-STATUS NOT = '00' AND WS-FWD-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir FWDFILE - STATUS "
                   WS-FWD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT APRV-FILE
           IF WS-APRV-STATUS NOT = '00' AND WS-APRV-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir APRVREG - STATUS "
                   WS-APRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDH-FILE
           IF WS-AUDH-STATUS NOT = '00' AND WS-AUDH-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir AUDHIST - STATUS "
                   WS-AUDH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUDH-STATUS = '00'
               SET WS-HAS-AUDH TO TRUE
           END-IF

           OPEN INPUT ACK-REG-FILE
           IF WS-ACKREG-STATUS NOT = '00'
                   AND WS-ACKREG-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir ACKREG - STATUS "
                   WS-ACKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRLO-FILE
           IF WS-TRLO-STATUS NOT = '00' AND WS-TRLO-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir TRLORIG - STATUS "
                   WS-TRLO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = '00' AND WS-ALIAS-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir ALIASFIL - STATUS "
                   WS-ALIAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Sem RUNREG nenhum carimbo tem movimento registrado.
           OPEN INPUT RUN-REG-FILE
           IF WS-RUNREG-STATUS NOT = '00'
                   AND WS-RUNREG-STATUS NOT = '05'
               DISPLAY "PROG0038: falha ao abrir RUNREG - STATUS "
                   WS-RUNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUNREG-STATUS = '00'
               SET WS-HAS-RUNREG TO TRUE
           END-IF

           OPEN OUTPUT DOSS-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0038: falha ao abrir DOSSRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE
           MOVE "DOSSIE DO TITULAR DE DADOS (LGPD) - PROG0038"
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE
           MOVE "====================================================="
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE.

      * ID informado: vale como esta (o titular pode estar so no
      * arquivo morto ou so na trilha). Nome informado: mestre pela
      * chave; senao arquivo morto; senao nome anterior no historico.
       PROC-RESOLVE-SUBJECT.

           MOVE 'N' TO WS-RESOLVED-SWITCH
           MOVE 0 TO WS-CUR-ID
           MOVE SPACES TO WS-CUR-NAME
           MOVE SPACES TO WS-RESOLVED-FROM

           IF WS-SUBJ-BY-ID (WS-SUBJ-IDX)
               MOVE WS-SUBJ-SEL-ID (WS-SUBJ-IDX) TO WS-CUR-ID
               MOVE WS-CUR-ID TO MASTER-ID
               READ MASTER-FILE KEY IS MASTER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IS-RESOLVED TO TRUE
                       MOVE MASTER-NAME TO WS-CUR-NAME
                       MOVE 'MASTFILE' TO WS-RESOLVED-FROM
               END-READ
               IF NOT WS-IS-RESOLVED
                   MOVE WS-CUR-ID TO ARCH-ID
                   READ ARCH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-IS-RESOLVED TO TRUE
                           MOVE ARCH-NAME TO WS-CUR-NAME
                           MOVE 'ARCHFILE' TO WS-RESOLVED-FROM
                   END-READ
               END-IF
      * Um ID que so resta na trilha (rejeitado, por exemplo) ainda
      * tem dossie: as secoes de excecao e auditoria o mostram.
               IF NOT WS-IS-RESOLVED
                   SET WS-IS-RESOLVED TO TRUE
                   MOVE 'ID' TO WS-RESOLVED-FROM
               END-IF
           ELSE
               MOVE WS-SUBJ-SEL-NAME (WS-SUBJ-IDX) TO MASTER-NAME
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IS-RESOLVED TO TRUE
                       MOVE MASTER-ID TO WS-CUR-ID
                       MOVE MASTER-NAME TO WS-CUR-NAME
                       MOVE 'MASTFILE' TO WS-RESOLVED-FROM
               END-READ
               IF NOT WS-IS-RESOLVED
                   PERFORM PROC-RESOLVE-BY-ARCHIVE
               END-IF
               IF NOT WS-IS-RESOLVED
                   PERFORM PROC-RESOLVE-BY-HISTORY
               END-IF
           END-IF.

       PROC-RESOLVE-BY-ARCHIVE.

           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO ARCH-ID
           START ARCH-FILE KEY IS NOT LESS THAN ARCH-ID
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN OR WS-IS-RESOLVED
               READ ARCH-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ARCH-NAME = WS-SUBJ-SEL-NAME (WS-SUBJ-IDX)
                           SET WS-IS-RESOLVED TO TRUE
                           MOVE ARCH-ID TO WS-CUR-ID
                           MOVE ARCH-NAME TO WS-CUR-NAME
                           MOVE 'ARCHFILE' TO WS-RESOLVED-FROM
                       END-IF
               END-READ
           END-PERFORM.

       PROC-RESOLVE-BY-HISTORY.

           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT NAMH-FILE
           IF WS-NAMH-STATUS NOT = '00'
               SET END-OF-SCAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-SCAN OR WS-IS-RESOLVED
               READ NAMH-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF NAMH-OLD-NAME =
                               WS-SUBJ-SEL-NAME (WS-SUBJ-IDX)
                           SET WS-IS-RESOLVED TO TRUE
                           MOVE NAMH-ID TO WS-CUR-ID
                           MOVE NAMH-NEW-NAME TO WS-CUR-NAME
                           MOVE 'NAMEHIST' TO WS-RESOLVED-FROM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-NAMH-STATUS NOT = '35'
               CLOSE NAMH-FILE
           END-IF.

       PROC-PRINT-SUBJECT-HEADING.

           MOVE SPACES TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE
           MOVE "-----------------------------------------------------"
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE
           MOVE SPACES TO DOSS-REPORT-LINE
           IF WS-SUBJ-BY-ID (WS-SUBJ-IDX)
               STRING "SELECAO: ID=" DELIMITED BY SIZE
                      WS-SUBJ-SEL-ID (WS-SUBJ-IDX) DELIMITED BY SIZE
                      INTO DOSS-REPORT-LINE
           ELSE
               STRING "SELECAO: NOME=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUBJ-SEL-SURNAME (WS-SUBJ-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUBJ-SEL-GIVEN (WS-SUBJ-IDX))
                          DELIMITED BY SIZE
                      INTO DOSS-REPORT-LINE
           END-IF
           WRITE DOSS-REPORT-LINE

           IF WS-IS-RESOLVED
               MOVE SPACES TO DOSS-REPORT-LINE
               STRING "TITULAR: ID=" DELIMITED BY SIZE
                      WS-CUR-ID DELIMITED BY SIZE
                      " NOME=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUR-SURNAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUR-GIVEN) DELIMITED BY SIZE
                      " LOCALIZADO EM=" DELIMITED BY SIZE
                      WS-RESOLVED-FROM DELIMITED BY SIZE
                      INTO DOSS-REPORT-LINE
               WRITE DOSS-REPORT-LINE
           END-IF

           MOVE "-----------------------------------------------------"
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE.

       PROC-BUILD-DOSSIER.

           MOVE 0 TO WS-CTRY-COUNT
           MOVE 0 TO WS-PUB-COUNT

           PERFORM PROC-DOSSIER-MASTER
           PERFORM PROC-DOSSIER-TRANSL-ORIG
           PERFORM PROC-DOSSIER-ALIAS
           PERFORM PROC-DOSSIER-ARCHIVE
           PERFORM PROC-DOSSIER-XREF
           PERFORM PROC-DOSSIER-ARCH-XREF
           PERFORM PROC-DOSSIER-XREF-DELTA
           PERFORM PROC-DOSSIER-NAME-HIST
           PERFORM PROC-DOSSIER-EXCP-REG
           PERFORM PROC-DOSSIER-REVW-REG
           PERFORM PROC-DOSSIER-FWD
           PERFORM PROC-DOSSIER-APRV-REG
           PERFORM PROC-DOSSIER-AUDIT
           PERFORM PROC-DOSSIER-PUBLICATIONS.

       PROC-PRINT-SECTION-TITLE.

           MOVE SPACES TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT.

       PROC-PRINT-SECTION-EMPTY.

           IF WS-SECTION-COUNT = 0
               MOVE "  (nenhum registro)" TO DOSS-REPORT-LINE
               WRITE DOSS-REPORT-LINE
           END-IF.

       PROC-DOSSIER-MASTER.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "CADASTRO ONLINE (MASTFILE)" TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE WS-CUR-ID TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO DOSS-REPORT-LINE
                   STRING "  ID=" DELIMITED BY SIZE
                          MASTER-ID DELIMITED BY SIZE
                          " NOME=" DELIMITED BY SIZE
                          FUNCTION TRIM(MASTER-SURNAME)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(MASTER-GIVEN-NAME)
                              DELIMITED BY SIZE
                          " STATUS=" DELIMITED BY SIZE
                          MASTER-STATUS DELIMITED BY SIZE
                          " INCLUSAO=" DELIMITED BY SIZE
                          MASTER-ADD-TS DELIMITED BY SIZE
                          " ALTERACAO=" DELIMITED BY SIZE
                          MASTER-CHG-TS DELIMITED BY SIZE
                          " CHAVE-SONORA=" DELIMITED BY SIZE
                          MASTER-PHON-KEY DELIMITED BY SIZE
                          " AVISO=" DELIMITED BY SIZE
                          MASTER-WARN-CODE DELIMITED BY SIZE
                          INTO DOSS-REPORT-LINE
                   WRITE DOSS-REPORT-LINE
           END-READ

           PERFORM PROC-PRINT-SECTION-EMPTY.

      * Nome aceito por transliteracao: a grafia com que chegou.
       PROC-DOSSIER-TRANSL-ORIG.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "GRAFIA ORIGINAL (TRLORIG)" TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE WS-CUR-ID TO TRLO-ID
           READ TRLO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO DOSS-REPORT-LINE
                   STRING "  ID=" DELIMITED BY SIZE
                          TRLO-ID DELIMITED BY SIZE
                          " ORIGINAL=" DELIMITED BY SIZE
                          FUNCTION TRIM(TRLO-ORIG-SURNAME)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(TRLO-ORIG-GIVEN)
                              DELIMITED BY SIZE
                          " GRAVADO=" DELIMITED BY SIZE
                          FUNCTION TRIM(TRLO-SURNAME)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(TRLO-GIVEN-NAME)
                              DELIMITED BY SIZE
                          INTO DOSS-REPORT-LINE
                   WRITE DOSS-REPORT-LINE
                   MOVE SPACES TO DOSS-REPORT-LINE
                   STRING "    CARACTERES=" DELIMITED BY SIZE
                          TRLO-CHAR-COUNT DELIMITED BY SIZE
                          " PROGRAMA=" DELIMITED BY SIZE
                          TRLO-PROGRAM DELIMITED BY SIZE
                          " ORIGEM=" DELIMITED BY SIZE
                          TRLO-SOURCE DELIMITED BY SIZE
                          " CARIMBO=" DELIMITED BY SIZE
                          TRLO-TS DELIMITED BY SIZE
                          INTO DOSS-REPORT-LINE
                   WRITE DOSS-REPORT-LINE
           END-READ

           PERFORM PROC-PRINT-SECTION-EMPTY.

      * Nomes alternativos ligados ao ID, pelo indice de MASTER-ID
      * (ficam no cadastro mesmo com o registro fora do mestre).
       PROC-DOSSIER-ALIAS.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "NOMES ALTERNATIVOS (ALIASFIL)" TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE 'N' TO WS-ALIAS-EOF
           IF WS-ALIAS-STATUS = '05'
               SET END-OF-ALIAS TO TRUE
           ELSE
               MOVE WS-CUR-ID TO ALIAS-MASTER-ID
               START ALIAS-FILE KEY IS = ALIAS-MASTER-ID
                   INVALID KEY
                       SET END-OF-ALIAS TO TRUE
               END-START
           END-IF

           PERFORM UNTIL END-OF-ALIAS
               READ ALIAS-FILE NEXT RECORD
                   AT END
                       SET END-OF-ALIAS TO TRUE
                   NOT AT END
                       IF ALIAS-MASTER-ID NOT = WS-CUR-ID
                           SET END-OF-ALIAS TO TRUE
                       ELSE
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO DOSS-REPORT-LINE
                           STRING "  NOME=" DELIMITED BY SIZE
                                  FUNCTION TRIM(ALIAS-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(ALIAS-GIVEN-NAME)
                                      DELIMITED BY SIZE
                                  " TIPO=" DELIMITED BY SIZE
                                  ALIAS-TYPE DELIMITED BY SIZE
                                  " CHAVE-SONORA=" DELIMITED BY SIZE
                                  ALIAS-PHON-KEY DELIMITED BY SIZE
                                  " INCLUSAO=" DELIMITED BY SIZE
                                  ALIAS-ADD-TS DELIMITED BY SIZE
                                  " OPERADOR=" DELIMITED BY SIZE
                                  ALIAS-OPERATOR DELIMITED BY SIZE
                                  INTO DOSS-REPORT-LINE
                           WRITE DOSS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-SECTION-EMPTY.

       PROC-DOSSIER-ARCHIVE.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "ARQUIVO MORTO (ARCHFILE)" TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE WS-CUR-ID TO ARCH-ID
           READ ARCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO DOSS-REPORT-LINE
                   STRING "  ID=" DELIMITED BY SIZE
                          ARCH-ID DELIMITED BY SIZE
                          " NOME=" DELIMITED BY SIZE
                          FUNCTION TRIM(ARCH-SURNAME)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(ARCH-GIVEN-NAME)
                              DELIMITED BY SIZE
                          " STATUS-ANTERIOR=" DELIMITED BY SIZE
                          ARCH-STATUS DELIMITED BY SIZE
                          " INCLUSAO=" DELIMITED BY SIZE
                          ARCH-ADD-TS DELIMITED BY SIZE
                          " ALTERACAO=" DELIMITED BY SIZE
                          ARCH-CHG-TS DELIMITED BY SIZE
                          " EXPURGO=" DELIMITED BY SIZE
                          ARCH-PURGE-TS DELIMITED BY SIZE
                          INTO DOSS-REPORT-LINE
                   WRITE DOSS-REPORT-LINE
           END-READ

           PERFORM PROC-PRINT-SECTION-EMPTY.

      * A chave do CTRYXREF e pais + ID: a varredura e completa,
      * filtrando pelo ID, como no PROG0006.
       PROC-DOSSIER-XREF.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "AFILIACOES DE PAIS (CTRYXREF)" TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

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
                       IF CTRYX-ID = WS-CUR-ID
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM PROC-ADD-SUBJECT-COUNTRY
                           MOVE SPACES TO DOSS-REPORT-LINE
                           STRING "  PAIS=" DELIMITED BY SIZE
                                  CTRYX-COUNTRY DELIMITED BY SIZE
                                  " NOME=" DELIMITED BY SIZE
                                  FUNCTION TRIM(CTRYX-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(CTRYX-GIVEN-NAME)
                                      DELIMITED BY SIZE
                                  INTO DOSS-REPORT-LINE
                           WRITE DOSS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-SECTION-EMPTY.

       PROC-DOSSIER-ARCH-XREF.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "AFILIACOES RETIDAS NO ARQUIVO MORTO (ARCHXREF)"
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO ARCHX-KEY
           START ARCH-XREF-FILE KEY IS NOT LESS THAN ARCHX-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ ARCH-XREF-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ARCHX-ID = WS-CUR-ID
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO DOSS-REPORT-LINE
                           STRING "  PAIS=" DELIMITED BY SIZE
                                  ARCHX-COUNTRY DELIMITED BY SIZE
                                  " NOME=" DELIMITED BY SIZE
                                  FUNCTION TRIM(ARCHX-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(ARCHX-GIVEN-NAME)
                                      DELIMITED BY SIZE
                                  INTO DOSS-REPORT-LINE
                           WRITE DOSS-REPORT-LINE
      * Afiliacao arquivada tambem pesou no filtro dos assinantes
      * enquanto o registro estava no online.
                           MOVE ARCHX-COUNTRY TO CTRYX-COUNTRY
                           PERFORM PROC-ADD-SUBJECT-COUNTRY
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-SECTION-EMPTY.

       PROC-ADD-SUBJECT-COUNTRY.

           MOVE 'N' TO WS-MATCH-SWITCH
           PERFORM VARYING WS-CTRY-IDX FROM 1 BY 1
                   UNTIL WS-CTRY-IDX > WS-CTRY-COUNT
               IF WS-CTRY-CODE (WS-CTRY-IDX) = CTRYX-COUNTRY
                   SET WS-IS-MATCH TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-IS-MATCH AND WS-CTRY-COUNT < 20
               ADD 1 TO WS-CTRY-COUNT
               MOVE CTRYX-COUNTRY TO WS-CTRY-CODE (WS-CTRY-COUNT)
           END-IF.

       PROC-DOSSIER-XREF-DELTA.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "DELTAS DE AFILIACAO (XREFDLT)" TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT XREF-DELTA-FILE
           IF WS-XREFD-STATUS NOT = '00'
               SET END-OF-SCAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-SCAN
               READ XREF-DELTA-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF XREFD-ID = WS-CUR-ID
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO DOSS-REPORT-LINE
                           STRING "  DATA=" DELIMITED BY SIZE
                                  XREFD-DATE DELIMITED BY SIZE
                                  " ACAO=" DELIMITED BY SIZE
                                  XREFD-ACTION DELIMITED BY SIZE
                                  " PAIS=" DELIMITED BY SIZE
                                  XREFD-COUNTRY DELIMITED BY SIZE
                                  INTO DOSS-REPORT-LINE
                           WRITE DOSS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-XREFD-STATUS NOT = '35'
               CLOSE XREF-DELTA-FILE
           END-IF

           PERFORM PROC-PRINT-SECTION-EMPTY.

       PROC-DOSSIER-NAME-HIST.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "LINHAGEM DE NOMES (NAMEHIST)" TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT NAMH-FILE
           IF WS-NAMH-STATUS NOT = '00'
               SET END-OF-SCAN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-SCAN
               READ NAMH-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF NAMH-ID = WS-CUR-ID
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO DOSS-REPORT-LINE
                           STRING "  EM=" DELIMITED BY SIZE
                                  NAMH-TS DELIMITED BY SIZE
                                  " DE=" DELIMITED BY SIZE
                                  FUNCTION TRIM(NAMH-OLD-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(NAMH-OLD-GIVEN)
                                      DELIMITED BY SIZE
                                  " PARA=" DELIMITED BY SIZE
                                  FUNCTION TRIM(NAMH-NEW-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(NAMH-NEW-GIVEN)
                                      DELIMITED BY SIZE
                                  " ORIGEM=" DELIMITED BY SIZE
                                  NAMH-ORIGIN DELIMITED BY SIZE
                                  INTO DOSS-REPORT-LINE
                           WRITE DOSS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-NAMH-STATUS NOT = '35'
               CLOSE NAMH-FILE
           END-IF

           PERFORM PROC-PRINT-SECTION-EMPTY.

       PROC-DOSSIER-EXCP-REG.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "REGISTRO DE EXCECOES (EXCPREG)" TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE WS-CUR-ID TO EXCPREG-ID
           READ EXCP-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO DOSS-REPORT-LINE
                   STRING "  ID=" DELIMITED BY SIZE
                          EXCPREG-ID DELIMITED BY SIZE
                          " NOME=" DELIMITED BY SIZE
                          FUNCTION TRIM(EXCPREG-SURNAME)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(EXCPREG-GIVEN-NAME)
                              DELIMITED BY SIZE
                          " RTN=" DELIMITED BY SIZE
                          EXCPREG-RTN-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EXCPREG-STATUS-DESC DELIMITED BY SIZE
                          " SITUACAO=" DELIMITED BY SIZE
                          EXCPREG-STATUS DELIMITED BY SIZE
                          " DATA=" DELIMITED BY SIZE
                          EXCPREG-DATE DELIMITED BY SIZE
                          " RESOLVIDA=" DELIMITED BY SIZE
                          EXCPREG-RES-DATE DELIMITED BY SIZE
                          INTO DOSS-REPORT-LINE
                   WRITE DOSS-REPORT-LINE
           END-READ

           PERFORM PROC-PRINT-SECTION-EMPTY.

      * O titular pode ser o registro novo do par (chave da fila) ou
      * o registro ja cadastrado com que ele colidiu: a fila inteira
      * e varrida para achar os dois lados.
       PROC-DOSSIER-REVW-REG.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "FILA DE REVISAO DE QUASE-DUPLICIDADE (REVWREG)"
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO REVW-ID
           START REVW-REG-FILE KEY IS NOT LESS THAN REVW-ID
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ REVW-REG-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF REVW-ID = WS-CUR-ID
                               OR REVW-MATCH-ID = WS-CUR-ID
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO DOSS-REPORT-LINE
                           STRING "  ID=" DELIMITED BY SIZE
                                  REVW-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(REVW-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(REVW-GIVEN-NAME)
                                      DELIMITED BY SIZE
                                  " X ID=" DELIMITED BY SIZE
                                  REVW-MATCH-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(REVW-MATCH-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(REVW-MATCH-GIVEN)
                                      DELIMITED BY SIZE
                                  " SITUACAO=" DELIMITED BY SIZE
                                  REVW-STATUS DELIMITED BY SIZE
                                  " DATA=" DELIMITED BY SIZE
                                  REVW-DATE DELIMITED BY SIZE
                                  INTO DOSS-REPORT-LINE
                           WRITE DOSS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-SECTION-EMPTY.

      * O titular pode ter sido incorporado a outro ID (chave do
      * encaminhamento) ou ter absorvido outros IDs (sobrevivente):
      * o arquivo inteiro e varrido para achar os dois lados.
       PROC-DOSSIER-FWD.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "FUSOES E ENCAMINHAMENTO DE ID (FWDFILE)"
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

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
                       IF FWD-RETIRED-ID = WS-CUR-ID
                               OR FWD-SURVIVOR-ID = WS-CUR-ID
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO DOSS-REPORT-LINE
                           STRING "  APOSENTADO=" DELIMITED BY SIZE
                                  FWD-RETIRED-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(FWD-RETIRED-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(FWD-RETIRED-GIVEN)
                                      DELIMITED BY SIZE
                                  " SOBREVIVENTE=" DELIMITED BY SIZE
                                  FWD-SURVIVOR-ID DELIMITED BY SIZE
                                  " FUSAO=" DELIMITED BY SIZE
                                  FWD-MERGE-TS DELIMITED BY SIZE
                                  " OPERADOR=" DELIMITED BY SIZE
                                  FWD-OPERATOR DELIMITED BY SIZE
                                  INTO DOSS-REPORT-LINE
                           WRITE DOSS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-SECTION-EMPTY.

       PROC-DOSSIER-APRV-REG.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "SOLICITACOES COM DUPLA CUSTODIA (APRVREG)"
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE 'N' TO WS-SCAN-EOF
           MOVE 0 TO APRV-ID
           START APRV-FILE KEY IS NOT LESS THAN APRV-ID
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ APRV-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF APRV-TARGET-ID = WS-CUR-ID
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO DOSS-REPORT-LINE
                           STRING "  SOLIC=" DELIMITED BY SIZE
                                  APRV-ID DELIMITED BY SIZE
                                  " SITUACAO=" DELIMITED BY SIZE
                                  APRV-STATUS DELIMITED BY SIZE
                                  " ACAO=" DELIMITED BY SIZE
                                  APRV-ACTION DELIMITED BY SIZE
                                  " NOME=" DELIMITED BY SIZE
                                  FUNCTION TRIM(APRV-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(APRV-GIVEN-NAME)
                                      DELIMITED BY SIZE
                                  " NOVO=" DELIMITED BY SIZE
                                  FUNCTION TRIM(APRV-NEW-SURNAME)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FUNCTION TRIM(APRV-NEW-GIVEN)
                                      DELIMITED BY SIZE
                                  " SOLICITANTE=" DELIMITED BY SIZE
                                  APRV-MAKER DELIMITED BY SIZE
                                  " APROVADOR=" DELIMITED BY SIZE
                                  APRV-CHECKER DELIMITED BY SIZE
                                  INTO DOSS-REPORT-LINE
                           WRITE DOSS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PROC-PRINT-SECTION-EMPTY.

      * Toda linha da trilha para o ID; as linhas de publicacao do
      * PROG0003 com sucesso sao guardadas para a secao seguinte.
      * Detalhe (janela ou correcao reapresentada) vem logo apos a
      * edicao do PROG0002 para o mesmo ID; qualquer outra
      * publicacao com acao preenchida e evento de manutencao,
      * expurgo ou restauracao.
       PROC-DOSSIER-AUDIT.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "TRILHA DE AUDITORIA (AUDHIST + AUDTFILE)"
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE 'N' TO WS-SCAN-EOF
           MOVE SPACES TO WS-PREV-AUDIT-PROGRAM
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               SET END-OF-SCAN TO TRUE
           END-IF

      * Meses fechados primeiro (mais antigos), pela chave de ID.
           PERFORM PROC-DOSSIER-AUDIT-HIST

           PERFORM UNTIL END-OF-SCAN
               READ AUDIT-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF AUDIT-ID = WS-CUR-ID
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM PROC-PRINT-AUDIT-LINE
                           IF AUDIT-PROGRAM = 'PROG0003'
                                   AND AUDIT-RTN-CODE = 0
                               PERFORM PROC-ADD-PUBLICATION
                           END-IF
                           MOVE AUDIT-PROGRAM TO WS-PREV-AUDIT-PROGRAM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF

           PERFORM PROC-PRINT-SECTION-EMPTY.

      * Cada linha do historico vai para a area da trilha e segue o
      * mesmo tratamento das linhas do mes aberto.
       PROC-DOSSIER-AUDIT-HIST.

           MOVE 'N' TO WS-AUDH-EOF
           IF NOT WS-HAS-AUDH
               SET END-OF-AUDH TO TRUE
           ELSE
               MOVE WS-CUR-ID TO AUDH-ID
               MOVE SPACES TO AUDH-TIMESTAMP
               MOVE 0 TO AUDH-SEQ
               START AUDH-FILE KEY IS NOT LESS THAN AUDH-KEY
                   INVALID KEY
                       SET END-OF-AUDH TO TRUE
               END-START
           END-IF

           PERFORM UNTIL END-OF-AUDH
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDH TO TRUE
                   NOT AT END
                       IF AUDH-ID NOT = WS-CUR-ID
                           SET END-OF-AUDH TO TRUE
                       ELSE
                           MOVE AUDH-LINE TO AUDIT-RECORD
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM PROC-PRINT-AUDIT-LINE
                           IF AUDIT-PROGRAM = 'PROG0003'
                                   AND AUDIT-RTN-CODE = 0
                               PERFORM PROC-ADD-PUBLICATION
                           END-IF
                           MOVE AUDIT-PROGRAM TO WS-PREV-AUDIT-PROGRAM
                       END-IF
               END-READ
           END-PERFORM.

       PROC-PRINT-AUDIT-LINE.

           MOVE SPACES TO DOSS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  AUDIT-TIMESTAMP (1:14) DELIMITED BY SIZE
                  " PROG=" DELIMITED BY SIZE
                  AUDIT-PROGRAM DELIMITED BY SIZE
                  " NOME=" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-SURNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-GIVEN-NAME) DELIMITED BY SIZE
                  " RTN=" DELIMITED BY SIZE
                  AUDIT-RTN-CODE DELIMITED BY SIZE
                  " OPER=" DELIMITED BY SIZE
                  AUDIT-OPERATOR DELIMITED BY SIZE
                  " ACAO=" DELIMITED BY SIZE
                  AUDIT-ACTION DELIMITED BY SIZE
                  " ANTES=" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-BEFORE-SURNAME)
                      DELIMITED BY SIZE
                  " APROV=" DELIMITED BY SIZE
                  AUDIT-APPROVER DELIMITED BY SIZE
                  INTO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE.

       PROC-ADD-PUBLICATION.

           IF WS-PUB-COUNT < 500
               ADD 1 TO WS-PUB-COUNT
               MOVE AUDIT-TIMESTAMP (1:14) TO WS-PUB-TS (WS-PUB-COUNT)
               PERFORM PROC-FIND-BUSINESS-DATE
               MOVE WS-BRK-DATE TO WS-PUB-DATE (WS-PUB-COUNT)
               MOVE AUDIT-ACTION TO WS-PUB-ACTION (WS-PUB-COUNT)
               IF AUDIT-ACTION = SPACE
                       OR WS-PREV-AUDIT-PROGRAM = 'PROG0002'
                   SET WS-PUB-IS-DETAIL (WS-PUB-COUNT) TO TRUE
               ELSE
                   SET WS-PUB-IS-EVENT (WS-PUB-COUNT) TO TRUE
               END-IF
           ELSE
               DISPLAY "PROG0038: tabela de publicacoes esgotada no ID "
                   WS-CUR-ID
           END-IF.

      * Situa o carimbo da publicacao numa faixa do RUNREG. Carimbo
      * dentro da faixa corrente: mesma data. Antes dela (ou
      * primeira busca): volta ao inicio. Depois dela: segue a
      * leitura; com o RUNREG ja no fim, segue sem movimento.
       PROC-FIND-BUSINESS-DATE.

           IF WS-IS-BRK-FOUND
                   AND AUDIT-TIMESTAMP (1:14) > WS-BRK-START-TS
                   AND AUDIT-TIMESTAMP (1:14) NOT > WS-BRK-END-TS
               CONTINUE
           ELSE
               IF WS-BRK-START-TS = SPACES
                       OR AUDIT-TIMESTAMP (1:14) NOT > WS-BRK-START-TS
                   PERFORM PROC-RESTART-RUNREG
               ELSE
                   IF WS-IS-BRK-FOUND
                       MOVE WS-BRK-END-TS TO WS-BRK-START-TS
                   END-IF
               END-IF
               MOVE 'N' TO WS-BRK-FOUND-SWITCH
               MOVE SPACES TO WS-BRK-DATE
               PERFORM UNTIL END-OF-RUNREG OR WS-IS-BRK-FOUND
                   READ RUN-REG-FILE NEXT RECORD
                       AT END
                           SET END-OF-RUNREG TO TRUE
                       NOT AT END
                           IF RUNREG-END-TS NOT <
                                   AUDIT-TIMESTAMP (1:14)
                               SET WS-IS-BRK-FOUND TO TRUE
                               MOVE RUNREG-DATE TO WS-BRK-DATE
                               MOVE RUNREG-END-TS TO WS-BRK-END-TS
                           ELSE
                               MOVE RUNREG-END-TS TO WS-BRK-START-TS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PROC-RESTART-RUNREG.

           MOVE 'N' TO WS-RUNREG-EOF
           MOVE LOW-VALUES TO WS-BRK-START-TS
           IF NOT WS-HAS-RUNREG
               SET END-OF-RUNREG TO TRUE
           ELSE
               MOVE LOW-VALUES TO RUNREG-DATE
               START RUN-REG-FILE KEY IS NOT LESS THAN RUNREG-DATE
                   INVALID KEY
                       SET END-OF-RUNREG TO TRUE
               END-START
           END-IF.

      * Uma linha por publicacao x assinante que a recebeu, com a
      * situacao do aceite daquele assinante na data (ACKREG).
       PROC-DOSSIER-PUBLICATIONS.

           PERFORM PROC-PRINT-SECTION-TITLE
           MOVE "PUBLICACOES POR ASSINANTE (AUDTFILE X ACKREG)"
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
                   UNTIL WS-PUB-IDX > WS-PUB-COUNT
               PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WS-SUB-COUNT
                   PERFORM PROC-MATCH-SUBSCRIBER
                   IF WS-IS-MATCH
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM PROC-LOOKUP-ACK
                       PERFORM PROC-PRINT-PUBLICATION
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM PROC-PRINT-SECTION-EMPTY.

       PROC-MATCH-SUBSCRIBER.

           MOVE 'N' TO WS-MATCH-SWITCH

           IF WS-SUB-IS-ALL (WS-SUB-IDX)
                   OR WS-PUB-IS-EVENT (WS-PUB-IDX)
               SET WS-IS-MATCH TO TRUE
           ELSE
               PERFORM VARYING WS-CTRY-IDX FROM 1 BY 1
                       UNTIL WS-CTRY-IDX > WS-CTRY-COUNT
                           OR WS-IS-MATCH
                   PERFORM VARYING WS-SUB-CTRY-IDX FROM 1 BY 1
                           UNTIL WS-SUB-CTRY-IDX >
                                   WS-SUB-CTRY-COUNT (WS-SUB-IDX)
                               OR WS-IS-MATCH
                       IF WS-CTRY-CODE (WS-CTRY-IDX) =
                               WS-SUB-CTRY (WS-SUB-IDX,
                                   WS-SUB-CTRY-IDX)
                           SET WS-IS-MATCH TO TRUE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PROC-LOOKUP-ACK.

           IF WS-PUB-DATE (WS-PUB-IDX) = SPACES
               MOVE "SEM MOVIMENTO REGISTRADO NO RUNREG"
                   TO WS-ACK-TEXT
           ELSE
               PERFORM PROC-READ-ACK
           END-IF.

       PROC-READ-ACK.

           MOVE WS-PUB-DATE (WS-PUB-IDX) TO ACKREG-DATE
           MOVE WS-SUB-ID (WS-SUB-IDX) TO ACKREG-SUBSCRIBER
           READ ACK-REG-FILE
               INVALID KEY
                   MOVE "SEM REGISTRO DE ACEITE" TO WS-ACK-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACKREG-ACKED
                           MOVE SPACES TO WS-ACK-TEXT
                           STRING "ACEITO EM " DELIMITED BY SIZE
                                  ACKREG-ACK-TS (1:8) DELIMITED BY SIZE
                                  INTO WS-ACK-TEXT
                       WHEN ACKREG-OVERDUE
                           MOVE "ACEITE EM ATRASO" TO WS-ACK-TEXT
                       WHEN OTHER
                           MOVE "ENVIADO, AGUARDANDO ACEITE"
                               TO WS-ACK-TEXT
                   END-EVALUATE
           END-READ.

       PROC-PRINT-PUBLICATION.

           MOVE SPACES TO DOSS-REPORT-LINE
           STRING "  DATA=" DELIMITED BY SIZE
                  WS-PUB-DATE (WS-PUB-IDX) DELIMITED BY SIZE
                  " CARIMBO=" DELIMITED BY SIZE
                  WS-PUB-TS (WS-PUB-IDX) DELIMITED BY SIZE
                  " ASSINANTE=" DELIMITED BY SIZE
                  WS-SUB-ID (WS-SUB-IDX) DELIMITED BY SIZE
                  " TIPO=" DELIMITED BY SIZE
                  WS-PUB-KIND (WS-PUB-IDX) DELIMITED BY SIZE
                  " ACAO=" DELIMITED BY SIZE
                  WS-PUB-ACTION (WS-PUB-IDX) DELIMITED BY SIZE
                  " ACEITE=" DELIMITED BY SIZE
                  WS-ACK-TEXT DELIMITED BY SIZE
                  INTO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE.

       PROC-PRINT-TOTALS.

           MOVE SPACES TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE
           MOVE "====================================================="
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE SPACES TO DOSS-REPORT-LINE
           STRING "TITULARES PEDIDOS....: " DELIMITED BY SIZE
                  WS-TOTAL-SUBJECTS DELIMITED BY SIZE
                  INTO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE SPACES TO DOSS-REPORT-LINE
           STRING "DOSSIES EMITIDOS.....: " DELIMITED BY SIZE
                  WS-TOTAL-FOUND DELIMITED BY SIZE
                  INTO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE SPACES TO DOSS-REPORT-LINE
           STRING "NAO LOCALIZADOS......: " DELIMITED BY SIZE
                  WS-TOTAL-NOT-FOUND DELIMITED BY SIZE
                  INTO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE

           MOVE "====================================================="
               TO DOSS-REPORT-LINE
           WRITE DOSS-REPORT-LINE.

       PROC-END-PROG.

           IF WS-TOTAL-NOT-FOUND > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
