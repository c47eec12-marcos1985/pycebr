       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0039.

      * Anonimizacao por direito ao esquecimento (LGPD): le os
      * MASTER-IDs aprovados pelo encarregado de dados (ERASIN) e
      * sobrepoe o nome da pessoa por um token fixo em todo lugar
      * onde o nome esta guardado - MASTFILE, ARCHFILE, CTRYXREF,
      * ARCHXREF, PHONFILE, EXCPREG, REVWREG (dos dois lados do
      * par), FWDFILE (nome do ID incorporado numa fusao, do lado
      * aposentado ou do sobrevivente), APRVREG (solicitacoes de
      * manutencao com dupla custodia do ID), SCRNREG (o nome do
      * registro flagrado; o nome da lista de restricao fica),
      * NAMEHIST, AUDTFILE, as trilhas das particoes do PARALELJ
      * (AUDIT.PT1/PT2, ainda nao incorporadas pela virada), a
      * geracao mensal da ultima virada (AUDIT.MENSAL(0), a que a
      * recuperacao do mestre le) e o historico indexado da trilha
      * (AUDHIST, meses fechados).
      * Os nomes alternativos do ID (ALIASFIL) sao excluidos: neles
      * o nome e a propria chave, e nao sobra nada que nao seja nome.
      * A grafia original de nome transliterado na entrada (TRLORIG)
      * tambem e excluida. O expurgo do PROG0019 so muda o registro
      * de lugar; aqui o nome deixa de existir.
      * Ficam de fora, e o certificado diz isso: as geracoes
      * mensais anteriores a ultima virada (copias de meses que o
      * AUDHIST ja guarda, anonimizado; cada geracao pediria um par
      * de DDs proprio e a regravacao quebraria a ordem das
      * geracoes - expiram pelo limite do GDG); as imagens de
      * seguranca do COPIAJ (expiram pelo ciclo de geracoes, e a
      * recuperacao reaplica a anonimizacao pela linha 'A' da
      * trilha); e os arquivos do dia ja entregues (feed, retorno
      * das origens, extrato do DW), que o evento 'A' corrige do
      * lado de quem recebeu.
      * Fica tudo o que nao e nome: ID, carimbos, status e a
      * contagem de registros de cada arquivo, para a auditoria de
      * integridade (PROG0020) e os totais de controle continuarem
      * fechando. O token e o sobrenome 'ANONIMIZADO' com o proprio
      * MASTER-ID no nome proprio: o mestre e chaveado pelo nome, e
      * dois anonimizados nao podem colidir na chave. A chave sonora
      * vem do nome verdadeiro e sairia como quase-duplicidade de
      * quem soa como a pessoa: e recalculada sobre o token (servico
      * PROG0028) no mestre, no arquivo morto e na referencia
      * fonetica (PHONFILE, registro regravado sob a chave nova).
      * A trilha de auditoria e o historico de nomes sao
      * sequenciais: sao relidos (AUDTOLD/NAMHOLD) e regravados
      * inteiros (AUDTNEW/NAMHNEW), com troca de nome pela JCL, como
      * nas conversoes de cutover. Idem as trilhas das particoes
      * (AUDP1OLD/AUDP1NEW, AUDP2OLD/AUDP2NEW) e a geracao mensal
      * (AUDMOLD = geracao corrente, AUDMNEW = geracao nova que a
      * substitui; a JCL descarta a antiga).
      * Cada ID anonimizado sai como evento 'A' para todos os
      * assinantes pelo PROG0003 (segmento proprio do feed do dia) e
      * ganha linha de auditoria; o certificado (ERASRPT) lista, por
      * ID, cada arquivo e quantos registros foram anonimizados nele,
      * para o juridico arquivar.
      * Cartao ERASIN: colunas 1-8 MASTER-ID, 10-17 aprovador,
      * 19-38 numero do protocolo do pedido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERAS-INPUT ASSIGN TO "ERASIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASIN-STATUS.

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

           SELECT OPTIONAL NAMH-OLD-FILE ASSIGN TO "NAMHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMHOLD-STATUS.

           SELECT NAMH-FILE ASSIGN TO "NAMHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMH-STATUS.

           SELECT AUDT-OLD-FILE ASSIGN TO "AUDTOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDTOLD-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALIAS-NAME
               ALTERNATE RECORD KEY IS ALIAS-MASTER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ALIAS-PHON-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT OPTIONAL TRLO-FILE ASSIGN TO "TRLORIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRLO-ID
               FILE STATUS IS WS-TRLO-STATUS.

           SELECT OPTIONAL SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

           SELECT OPTIONAL AUDP1-OLD-FILE ASSIGN TO "AUDP1OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDP1OLD-STATUS.

           SELECT AUDP1-NEW-FILE ASSIGN TO "AUDP1NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDP1NEW-STATUS.

           SELECT OPTIONAL AUDP2-OLD-FILE ASSIGN TO "AUDP2OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDP2OLD-STATUS.

           SELECT AUDP2-NEW-FILE ASSIGN TO "AUDP2NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDP2NEW-STATUS.

           SELECT OPTIONAL AUDM-OLD-FILE ASSIGN TO "AUDMOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDMOLD-STATUS.

           SELECT AUDM-NEW-FILE ASSIGN TO "AUDMNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDMNEW-STATUS.

           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               ALTERNATE RECORD KEY IS AUDH-OPER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-PROG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-DATE-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT ERAS-REPORT ASSIGN TO "ERASRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ERAS-INPUT.
       01 ERAS-INPUT-RECORD.
           05 ERAS-ID PIC X(08).
           05 FILLER PIC X(01).
      * Aprovador do pedido no encarregado de dados, gravado na
      * trilha como operador.
           05 ERAS-OPERATOR PIC X(08).
           05 FILLER PIC X(01).
           05 ERAS-PROTOCOL PIC X(20).

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  ARCH-FILE.
       COPY 'books/ARCH-REC.cpy'.

       FD  ARCH-XREF-FILE.
       COPY 'books/ARCHX-REC.cpy'.

       FD  CTRY-XREF-FILE.
       COPY 'books/CTRYX-REC.cpy'.

       FD  PHON-XREF-FILE.
       COPY 'books/PHONX-REC.cpy'.

       FD  EXCP-REG-FILE.
       COPY 'books/EXCPREG-REC.cpy'.

       FD  REVW-REG-FILE.
       COPY 'books/REVWREG-REC.cpy'.

       FD  FWD-FILE.
       COPY 'books/FWD-REC.cpy'.

       FD  APRV-FILE.
       COPY 'books/APRVREG-REC.cpy'.

       FD  ALIAS-FILE.
       COPY 'books/ALIAS-REC.cpy'.

       FD  TRLO-FILE.
       COPY 'books/TRLORIG-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       FD  AUDH-FILE.
       COPY 'books/AUDH-REC.cpy'.

       FD  AUDP1-OLD-FILE.
       01 AUDP1-OLD-RECORD PIC X(198).

       FD  AUDP1-NEW-FILE.
       01 AUDP1-NEW-RECORD PIC X(198).

       FD  AUDP2-OLD-FILE.
       01 AUDP2-OLD-RECORD PIC X(198).

       FD  AUDP2-NEW-FILE.
       01 AUDP2-NEW-RECORD PIC X(198).

       FD  AUDM-OLD-FILE.
       01 AUDM-OLD-RECORD PIC X(198).

       FD  AUDM-NEW-FILE.
       01 AUDM-NEW-RECORD PIC X(198).

       FD  NAMH-OLD-FILE.
       01 NAMH-OLD-RECORD PIC X(170).

       FD  NAMH-FILE.
       COPY 'books/NAMH-REC.cpy'.

       FD  AUDT-OLD-FILE.
       01 AUDT-OLD-RECORD PIC X(198).

       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  ERAS-REPORT.
       01 ERAS-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-ERASIN-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-ARCHX-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-PHONX-STATUS PIC XX.
       01 WS-EXCPREG-STATUS PIC XX.
       01 WS-REVWREG-STATUS PIC XX.
       01 WS-FWD-STATUS PIC XX.
       01 WS-APRV-STATUS PIC XX.
       01 WS-AUDH-STATUS PIC XX.
       01 WS-ALIAS-STATUS PIC XX.
       01 WS-TRLO-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.
       01 WS-AUDP1OLD-STATUS PIC XX.
       01 WS-AUDP1NEW-STATUS PIC XX.
       01 WS-AUDP2OLD-STATUS PIC XX.
       01 WS-AUDP2NEW-STATUS PIC XX.
       01 WS-AUDMOLD-STATUS PIC XX.
       01 WS-AUDMNEW-STATUS PIC XX.
       01 WS-NAMHOLD-STATUS PIC XX.
       01 WS-NAMH-STATUS PIC XX.
       01 WS-AUDTOLD-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-ERASIN-EOF PIC X VALUE 'N'.
           88 END-OF-ERASIN VALUE 'Y'.
       01 WS-SCAN-EOF PIC X VALUE 'N'.
           88 END-OF-SCAN VALUE 'Y'.
       01 WS-AUDH-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-AUDH VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

       01 WS-ERASE-TOKEN PIC X(40) VALUE 'ANONIMIZADO'.
       01 WS-ERASE-NAME.
           05 WS-ERASE-SURNAME PIC X(40).
           05 WS-ERASE-GIVEN PIC X(30).
      * Mesmo calculo de tamanho da edicao do PROG0002 (sobrenome +
      * nome proprio sem brancos), para o PROG0020 nao apontar
      * tamanho divergente no registro anonimizado.
       01 WS-ERASE-SIZE PIC 9(04) VALUE 0.
       01 WS-ERASE-PHON-KEY PIC X(08) VALUE SPACES.

       01 WS-SAVE-MASTER PIC X(121).

      * IDs aprovados, na ordem do ERASIN, com a contagem de
      * registros anonimizados em cada arquivo (base do
      * certificado).
       01 WS-ERASE-TABLE.
           05 WS-ERAS-COUNT PIC 9(04) VALUE 0.
           05 WS-ERAS-ENTRY OCCURS 500 TIMES.
               10 WS-ERAS-ID PIC 9(08).
               10 WS-ERAS-OPER PIC X(08).
               10 WS-ERAS-PROT PIC X(20).
               10 WS-ERAS-FOUND PIC X(01).
                   88 WS-ERAS-IS-FOUND VALUE 'S'.
               10 WS-ERAS-MAST-CNT PIC 9(07).
               10 WS-ERAS-ARCH-CNT PIC 9(07).
               10 WS-ERAS-CTRYX-CNT PIC 9(07).
               10 WS-ERAS-ARCHX-CNT PIC 9(07).
               10 WS-ERAS-PHONX-CNT PIC 9(07).
               10 WS-ERAS-EXCP-CNT PIC 9(07).
               10 WS-ERAS-REVW-CNT PIC 9(07).
               10 WS-ERAS-FWD-CNT PIC 9(07).
               10 WS-ERAS-APRV-CNT PIC 9(07).
               10 WS-ERAS-NAMH-CNT PIC 9(07).
               10 WS-ERAS-AUDT-CNT PIC 9(07).
               10 WS-ERAS-AUDH-CNT PIC 9(07).
               10 WS-ERAS-ALIAS-CNT PIC 9(07).
               10 WS-ERAS-TRLO-CNT PIC 9(07).
               10 WS-ERAS-SCRN-CNT PIC 9(07).
               10 WS-ERAS-AUDP1-CNT PIC 9(07).
               10 WS-ERAS-AUDP2-CNT PIC 9(07).
               10 WS-ERAS-AUDM-CNT PIC 9(07).
       01 WS-ERAS-IDX PIC 9(04) VALUE 0.
       01 WS-FIND-IDX PIC 9(04) VALUE 0.
       01 WS-FIND-ID PIC 9(08) VALUE 0.
       01 WS-MATCH-SWITCH PIC X VALUE 'N'.
           88 WS-IS-MATCH VALUE 'Y'.

       01 WS-CERT-STORE PIC X(08) VALUE SPACES.
       01 WS-CERT-COUNT PIC 9(07) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-READ           PIC 9(07) VALUE 0.
           05 WS-TOTAL-ERASED         PIC 9(07) VALUE 0.
           05 WS-TOTAL-NOT-FOUND      PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-RECORDS        PIC 9(07) VALUE 0.

       COPY 'books/PROG0003.cpy'.
       COPY 'books/PROG0028.cpy'.

       COPY 'books/PROG0052.cpy'.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-CLAIM-LOCK

           PERFORM PROC-OPEN-FILES

           PERFORM UNTIL END-OF-ERASIN
               READ ERAS-INPUT
                   AT END
                       SET END-OF-ERASIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM PROC-LOAD-ERASE-CARD
               END-READ
           END-PERFORM

      * Arquivos de acesso pelo ID primeiro, depois as varreduras
      * completas (uma passada por arquivo para todos os IDs).
           PERFORM VARYING WS-ERAS-IDX FROM 1 BY 1
                   UNTIL WS-ERAS-IDX > WS-ERAS-COUNT
               PERFORM PROC-BUILD-TOKEN
               PERFORM PROC-ERASE-MASTER
               PERFORM PROC-ERASE-ARCHIVE
               PERFORM PROC-ERASE-EXCP-REG
               PERFORM PROC-ERASE-AUDIT-HIST
               PERFORM PROC-ERASE-ALIASES
               PERFORM PROC-ERASE-TRANSL-ORIG
               PERFORM PROC-ERASE-SCRN-REG
           END-PERFORM

           PERFORM PROC-ERASE-CTRY-XREF
           PERFORM PROC-ERASE-ARCH-XREF
           PERFORM PROC-ERASE-PHON-XREF
           PERFORM PROC-ERASE-REVW-REG
           PERFORM PROC-ERASE-FWD
           PERFORM PROC-ERASE-APRV-REG
           PERFORM PROC-ERASE-NAME-HIST
           PERFORM PROC-ERASE-AUDIT
           PERFORM PROC-ERASE-AUDIT-PART-1
           PERFORM PROC-ERASE-AUDIT-PART-2
           PERFORM PROC-ERASE-AUDIT-MONTH

      * So depois da trilha regravada: as linhas da anonimizacao e
      * da publicacao entram no fim da trilha nova.
           PERFORM VARYING WS-ERAS-IDX FROM 1 BY 1
                   UNTIL WS-ERAS-IDX > WS-ERAS-COUNT
               PERFORM PROC-CHECK-FOUND
               IF WS-ERAS-IS-FOUND (WS-ERAS-IDX)
                   ADD 1 TO WS-TOTAL-ERASED
                   PERFORM PROC-BUILD-TOKEN
                   PERFORM PROC-PUBLISH-EVENT
               ELSE
                   ADD 1 TO WS-TOTAL-NOT-FOUND
               END-IF
           END-PERFORM

      * Anonimizacoes formam um segmento proprio do feed (header +
      * eventos 'A' + trailer), como as restauracoes do PROG0035.
           IF WS-TOTAL-ERASED > 0
               INITIALIZE PROG0003-BOOK
               MOVE 'T' TO PROG0003-FUNCTION
               MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
               MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
               MOVE WS-TOTAL-ERASED TO PROG0003-FEED-COUNT
               SET PROG0003-IS-RESTART TO TRUE
               SET PROG0003-NEW-SEGMENT TO TRUE
               CALL 'PROG0003' USING PROG0003-BOOK
           END-IF

           PERFORM PROC-PRINT-CERTIFICATE
           PERFORM PROC-PRINT-TOTALS

           CLOSE ERAS-INPUT
           CLOSE MASTER-FILE
           CLOSE ARCH-FILE
           CLOSE ARCH-XREF-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE EXCP-REG-FILE
           CLOSE REVW-REG-FILE
           CLOSE FWD-FILE
           CLOSE APRV-FILE
           CLOSE ALIAS-FILE
           CLOSE TRLO-FILE
           CLOSE SCRN-REG-FILE
           CLOSE AUDH-FILE
           CLOSE AUDIT-FILE
           CLOSE ERAS-REPORT

           PERFORM PROC-END-PROG.

       PROC-OPEN-FILES.

           OPEN INPUT ERAS-INPUT
           IF WS-ERASIN-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir ERASIN - STATUS "
                   WS-ERASIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCH-FILE
           IF WS-ARCH-STATUS NOT = '00' AND WS-ARCH-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir ARCHFILE - STATUS "
                   WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCH-XREF-FILE
           IF WS-ARCHX-STATUS NOT = '00' AND WS-ARCHX-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir ARCHXREF - STATUS "
                   WS-ARCHX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CTRY-XREF-FILE
           IF WS-CTRYX-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir CTRYXREF - STATUS "
                   WS-CTRYX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PHON-XREF-FILE
           IF WS-PHONX-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir PHONFILE - STATUS "
                   WS-PHONX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O EXCP-REG-FILE
           IF WS-EXCPREG-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir EXCPREG - STATUS "
                   WS-EXCPREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REVW-REG-FILE
           IF WS-REVWREG-STATUS NOT = '00'
                   AND WS-REVWREG-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir REVWREG - STATUS "
                   WS-REVWREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O FWD-FILE
           IF WS-FWD-STATUS NOT = '00' AND WS-FWD-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir FWDFILE - STATUS "
                   WS-FWD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O APRV-FILE
           IF WS-APRV-STATUS NOT = '00' AND WS-APRV-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir APRVREG - STATUS "
                   WS-APRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = '00' AND WS-ALIAS-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir ALIASFIL - STATUS "
                   WS-ALIAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O TRLO-FILE
           IF WS-TRLO-STATUS NOT = '00' AND WS-TRLO-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir TRLORIG - STATUS "
                   WS-TRLO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O AUDH-FILE
           IF WS-AUDH-STATUS NOT = '00' AND WS-AUDH-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir AUDHIST - STATUS "
                   WS-AUDH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUDH-STATUS = '00'
               SET WS-HAS-AUDH TO TRUE
           END-IF

           OPEN OUTPUT ERAS-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir ERASRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cartao invalido ou ID repetido nao para o job: sai no
      * relatorio e o restante do lote aprovado segue.
       PROC-LOAD-ERASE-CARD.

           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN ERAS-INPUT-RECORD = SPACES
                   SUBTRACT 1 FROM WS-TOTAL-READ
               WHEN ERAS-ID NOT NUMERIC
                   MOVE "MASTER-ID NAO NUMERICO" TO WS-REJECT-REASON
               WHEN ERAS-OPERATOR = SPACES
                   MOVE "APROVADOR NAO INFORMADO" TO WS-REJECT-REASON
               WHEN WS-ERAS-COUNT >= 500
                   MOVE "LIMITE DE 500 IDS POR EXECUCAO"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE ERAS-ID TO WS-FIND-ID
                   PERFORM PROC-FIND-ERASE-ID
                   IF WS-IS-MATCH
                       MOVE "ID REPETIDO NO ERASIN" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM PROC-REJECT
           ELSE
               IF ERAS-INPUT-RECORD NOT = SPACES
                   ADD 1 TO WS-ERAS-COUNT
                   INITIALIZE WS-ERAS-ENTRY (WS-ERAS-COUNT)
                   MOVE ERAS-ID TO WS-ERAS-ID (WS-ERAS-COUNT)
                   MOVE ERAS-OPERATOR TO WS-ERAS-OPER (WS-ERAS-COUNT)
                   MOVE ERAS-PROTOCOL TO WS-ERAS-PROT (WS-ERAS-COUNT)
                   MOVE 'N' TO WS-ERAS-FOUND (WS-ERAS-COUNT)
               END-IF
           END-IF.

      * Procura WS-FIND-ID na tabela de IDs aprovados; achado deixa
      * WS-FIND-IDX apontando a entrada.
       PROC-FIND-ERASE-ID.

           MOVE 'N' TO WS-MATCH-SWITCH
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-ERAS-COUNT
                       OR WS-IS-MATCH
               IF WS-ERAS-ID (WS-FIND-IDX) = WS-FIND-ID
                   SET WS-IS-MATCH TO TRUE
               END-IF
           END-PERFORM
           IF WS-IS-MATCH
               SUBTRACT 1 FROM WS-FIND-IDX
           END-IF.

       PROC-BUILD-TOKEN.

           MOVE WS-ERASE-TOKEN TO WS-ERASE-SURNAME
           MOVE WS-ERAS-ID (WS-ERAS-IDX) TO WS-ERASE-GIVEN
           COMPUTE WS-ERASE-SIZE =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ERASE-SURNAME))
               + FUNCTION LENGTH(FUNCTION TRIM(WS-ERASE-GIVEN))

      * Chave sonora do token; sem o modulo a chave fica em branco
      * (fora da deteccao de quase-duplicidade, como na janela).
           INITIALIZE PROG0028-BOOK
           MOVE WS-ERASE-NAME TO PROG0028-NAME
           CALL 'PROG0028' USING PROG0028-BOOK
               ON EXCEPTION
                   MOVE SPACES TO PROG0028-PHON-KEY
           END-CALL
           MOVE PROG0028-PHON-KEY TO WS-ERASE-PHON-KEY.

      * Meses fechados da trilha: as linhas do ID, pela chave, com
      * o mesmo tratamento da trilha do mes aberto (nome e imagem
      * anterior viram token; chaves e demais campos ficam).
       PROC-ERASE-AUDIT-HIST.

           MOVE 'N' TO WS-SCAN-EOF
           IF NOT WS-HAS-AUDH
               SET END-OF-SCAN TO TRUE
           ELSE
               MOVE WS-ERAS-ID (WS-ERAS-IDX) TO AUDH-ID
               MOVE SPACES TO AUDH-TIMESTAMP
               MOVE 0 TO AUDH-SEQ
               START AUDH-FILE KEY IS NOT LESS THAN AUDH-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
           END-IF

           PERFORM UNTIL END-OF-SCAN
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF AUDH-ID NOT = WS-ERAS-ID (WS-ERAS-IDX)
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           MOVE WS-ERASE-NAME TO AUDH-L-NAME
                           IF AUDH-L-BEFORE-KEY NOT = SPACES
                               MOVE WS-ERASE-NAME TO AUDH-L-BEFORE-KEY
                           END-IF
                           REWRITE AUDH-RECORD
                               INVALID KEY
                                   DISPLAY "PROG0039: erro ao regravar "
                                       "AUDHIST ID "
                                       WS-ERAS-ID (WS-ERAS-IDX)
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-ERAS-AUDH-CNT (WS-ERAS-IDX)
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      * O nome e a chave primaria do mestre: sai o registro e entra
      * de novo com o token e a chave sonora do token, mantendo ID e
      * carimbos.
       PROC-ERASE-MASTER.

           MOVE WS-ERAS-ID (WS-ERAS-IDX) TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-SAVE-MASTER
                   DELETE MASTER-FILE
                       INVALID KEY
                           DISPLAY "PROG0039: erro ao excluir mestre "
                               "ID " WS-ERAS-ID (WS-ERAS-IDX)
                       NOT INVALID KEY
                           MOVE WS-SAVE-MASTER TO MASTER-RECORD
                           MOVE WS-ERASE-NAME TO MASTER-NAME
                           MOVE WS-ERASE-SIZE TO MASTER-NAME-SIZE
                           MOVE WS-ERASE-PHON-KEY TO MASTER-PHON-KEY
                           WRITE MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "PROG0039: erro ao regravar "
                                       "mestre ID "
                                       WS-ERAS-ID (WS-ERAS-IDX)
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-ERAS-MAST-CNT (WS-ERAS-IDX)
                           END-WRITE
                   END-DELETE
           END-READ.

       PROC-ERASE-ARCHIVE.

           MOVE WS-ERAS-ID (WS-ERAS-IDX) TO ARCH-ID
           READ ARCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ERASE-NAME TO ARCH-NAME
                   MOVE WS-ERASE-SIZE TO ARCH-NAME-SIZE
                   MOVE WS-ERASE-PHON-KEY TO ARCH-PHON-KEY
                   REWRITE ARCH-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ERAS-ARCH-CNT (WS-ERAS-IDX)
                   END-REWRITE
           END-READ.

       PROC-ERASE-EXCP-REG.

           MOVE WS-ERAS-ID (WS-ERAS-IDX) TO EXCPREG-ID
           READ EXCP-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ERASE-NAME TO EXCPREG-NAME
                   IF EXCPREG-RAW-NAME NOT = SPACES
                       MOVE WS-ERASE-NAME TO EXCPREG-RAW-NAME
                   END-IF
                   REWRITE EXCPREG-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ERAS-EXCP-CNT (WS-ERAS-IDX)
                   END-REWRITE
           END-READ.

      * Nomes alternativos do ID, pelo indice alternativo sobre o
      * MASTER-ID: excluidos (a chave e o proprio nome).
       PROC-ERASE-ALIASES.

           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-ERAS-ID (WS-ERAS-IDX) TO ALIAS-MASTER-ID
           START ALIAS-FILE KEY IS = ALIAS-MASTER-ID
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ ALIAS-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF ALIAS-MASTER-ID NOT = WS-ERAS-ID (WS-ERAS-IDX)
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           DELETE ALIAS-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-ERAS-ALIAS-CNT (WS-ERAS-IDX)
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      * Grafia original do nome transliterado na entrada: excluida
      * (so guarda nome).
       PROC-ERASE-TRANSL-ORIG.

           MOVE WS-ERAS-ID (WS-ERAS-IDX) TO TRLO-ID
           DELETE TRLO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ERAS-TRLO-CNT (WS-ERAS-IDX)
           END-DELETE.

      * Triagem da lista de restricao: o nome do registro flagrado
      * vira token; o nome da lista (a outra parte do flagrante) e a
      * situacao ficam para compliance.
       PROC-ERASE-SCRN-REG.

           MOVE WS-ERAS-ID (WS-ERAS-IDX) TO SCRN-ID
           READ SCRN-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ERASE-NAME TO SCRN-NAME
                   REWRITE SCRN-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ERAS-SCRN-CNT (WS-ERAS-IDX)
                   END-REWRITE
           END-READ.

      * A chave do CTRYXREF e pais + ID: varredura completa,
      * anonimizando toda afiliacao de ID aprovado.
       PROC-ERASE-CTRY-XREF.

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
                       MOVE CTRYX-ID TO WS-FIND-ID
                       PERFORM PROC-FIND-ERASE-ID
                       IF WS-IS-MATCH
                           MOVE WS-FIND-IDX TO WS-ERAS-IDX
                           PERFORM PROC-BUILD-TOKEN
                           MOVE WS-ERASE-NAME TO CTRYX-NAME
                           REWRITE CTRYX-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-ERAS-CTRYX-CNT (WS-ERAS-IDX)
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       PROC-ERASE-ARCH-XREF.

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
                       MOVE ARCHX-ID TO WS-FIND-ID
                       PERFORM PROC-FIND-ERASE-ID
                       IF WS-IS-MATCH
                           MOVE WS-FIND-IDX TO WS-ERAS-IDX
                           PERFORM PROC-BUILD-TOKEN
                           MOVE WS-ERASE-NAME TO ARCHX-NAME
                           REWRITE ARCHX-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-ERAS-ARCHX-CNT (WS-ERAS-IDX)
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      * A chave da referencia fonetica e chave sonora + ID: o
      * registro sai e entra de novo sob a chave sonora do token,
      * com o mesmo ID. O registro ja regravado pode reaparecer
      * mais adiante na varredura: com a chave do token nao e
      * tocado de novo. Sem chave do token o registro so sai, como
      * a janela nao grava referencia fonetica sem chave.
       PROC-ERASE-PHON-XREF.

           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO PHONX-KEY
           START PHON-XREF-FILE KEY IS NOT LESS THAN PHONX-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START

           PERFORM UNTIL END-OF-SCAN
               READ PHON-XREF-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE PHONX-ID TO WS-FIND-ID
                       PERFORM PROC-FIND-ERASE-ID
                       IF WS-IS-MATCH
                           MOVE WS-FIND-IDX TO WS-ERAS-IDX
                           PERFORM PROC-BUILD-TOKEN
                           IF PHONX-PHON NOT = WS-ERASE-PHON-KEY
                                   OR PHONX-NAME NOT = WS-ERASE-NAME
                               PERFORM PROC-REKEY-PHON-XREF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROC-REKEY-PHON-XREF.

           DELETE PHON-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ERAS-PHONX-CNT (WS-ERAS-IDX)
                   IF WS-ERASE-PHON-KEY NOT = SPACES
                       MOVE WS-ERASE-PHON-KEY TO PHONX-PHON
                       MOVE WS-ERASE-NAME TO PHONX-NAME
                       WRITE PHONX-RECORD
                           INVALID KEY
                               DISPLAY "PROG0039: erro ao regravar "
                                   "PHONFILE ID "
                                   WS-ERAS-ID (WS-ERAS-IDX)
                       END-WRITE
                   END-IF
           END-DELETE.

      * O ID aprovado pode ser o registro novo do par ou o registro
      * ja cadastrado com que ele colidiu; so o lado do ID aprovado
      * e anonimizado.
       PROC-ERASE-REVW-REG.

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
                       PERFORM PROC-ERASE-REVW-PAIR
               END-READ
           END-PERFORM.

       PROC-ERASE-REVW-PAIR.

           MOVE REVW-ID TO WS-FIND-ID
           PERFORM PROC-FIND-ERASE-ID
           IF WS-IS-MATCH
               MOVE WS-FIND-IDX TO WS-ERAS-IDX
               PERFORM PROC-BUILD-TOKEN
               MOVE WS-ERASE-NAME TO REVW-NAME
               REWRITE REVWREG-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ERAS-REVW-CNT (WS-ERAS-IDX)
               END-REWRITE
           END-IF

           MOVE REVW-MATCH-ID TO WS-FIND-ID
           PERFORM PROC-FIND-ERASE-ID
           IF WS-IS-MATCH
               MOVE WS-FIND-IDX TO WS-ERAS-IDX
               PERFORM PROC-BUILD-TOKEN
               MOVE WS-ERASE-NAME TO REVW-MATCH-NAME
               REWRITE REVWREG-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ERAS-REVW-CNT (WS-ERAS-IDX)
               END-REWRITE
           END-IF.

      * O nome guardado no encaminhamento e o do ID incorporado,
      * que era a mesma pessoa do sobrevivente: e anonimizado quando
      * o ID aprovado e qualquer um dos dois lados da fusao.
       PROC-ERASE-FWD.

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
                       MOVE FWD-RETIRED-ID TO WS-FIND-ID
                       PERFORM PROC-FIND-ERASE-ID
                       IF NOT WS-IS-MATCH
                           MOVE FWD-SURVIVOR-ID TO WS-FIND-ID
                           PERFORM PROC-FIND-ERASE-ID
                       END-IF
                       IF WS-IS-MATCH
                           MOVE WS-FIND-IDX TO WS-ERAS-IDX
                           PERFORM PROC-BUILD-TOKEN
                           MOVE WS-ERASE-NAME TO FWD-RETIRED-NAME
                           REWRITE FWD-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-ERAS-FWD-CNT (WS-ERAS-IDX)
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      * Solicitacoes com dupla custodia sobre o ID aprovado: o nome
      * do registro e o novo nome pedido (a mesma pessoa) viram
      * token, qualquer que seja a situacao da solicitacao.
       PROC-ERASE-APRV-REG.

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
                       MOVE APRV-TARGET-ID TO WS-FIND-ID
                       PERFORM PROC-FIND-ERASE-ID
                       IF WS-IS-MATCH
                           MOVE WS-FIND-IDX TO WS-ERAS-IDX
                           PERFORM PROC-BUILD-TOKEN
                           MOVE WS-ERASE-NAME TO APRV-NAME
                           IF APRV-NEW-NAME NOT = SPACES
                               MOVE WS-ERASE-NAME TO APRV-NEW-NAME
                           END-IF
                           REWRITE APRV-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-ERAS-APRV-CNT (WS-ERAS-IDX)
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      * Historico de nomes regravado inteiro: na linhagem do ID
      * aprovado os dois lados (nome anterior e nome novo) viram
      * token; as demais linhas passam como estao.
       PROC-ERASE-NAME-HIST.

           OPEN INPUT NAMH-OLD-FILE
           IF WS-NAMHOLD-STATUS NOT = '00'
                   AND WS-NAMHOLD-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir NAMHOLD - STATUS "
                   WS-NAMHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NAMH-FILE
           IF WS-NAMH-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir NAMHNEW - STATUS "
                   WS-NAMH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL END-OF-SCAN
               READ NAMH-OLD-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE NAMH-OLD-RECORD TO NAMH-RECORD
                       MOVE NAMH-ID TO WS-FIND-ID
                       PERFORM PROC-FIND-ERASE-ID
                       IF WS-IS-MATCH
                           MOVE WS-FIND-IDX TO WS-ERAS-IDX
                           PERFORM PROC-BUILD-TOKEN
                           MOVE WS-ERASE-NAME TO NAMH-OLD-NAME
                           MOVE WS-ERASE-NAME TO NAMH-NEW-NAME
                           ADD 1 TO WS-ERAS-NAMH-CNT (WS-ERAS-IDX)
                       END-IF
                       WRITE NAMH-RECORD
               END-READ
           END-PERFORM

           CLOSE NAMH-OLD-FILE
           CLOSE NAMH-FILE.

      * Trilhas das particoes do PARALELJ e geracao mensal da ultima
      * virada: regravadas inteiras como a trilha principal, cada uma
      * com a sua contagem no certificado, com a area da trilha nova
      * (ja aberta) como area de trabalho.
       PROC-ERASE-AUDIT-PART-1.

           OPEN INPUT AUDP1-OLD-FILE
           IF WS-AUDP1OLD-STATUS NOT = '00'
                   AND WS-AUDP1OLD-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir AUDP1OLD - STATUS "
                   WS-AUDP1OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDP1-NEW-FILE
           IF WS-AUDP1NEW-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir AUDP1NEW - STATUS "
                   WS-AUDP1NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL END-OF-SCAN
               READ AUDP1-OLD-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE AUDP1-OLD-RECORD TO AUDIT-RECORD
                       PERFORM PROC-ERASE-AUDIT-LINE
                       IF WS-IS-MATCH
                           ADD 1 TO WS-ERAS-AUDP1-CNT (WS-ERAS-IDX)
                       END-IF
                       MOVE AUDIT-RECORD TO AUDP1-NEW-RECORD
                       WRITE AUDP1-NEW-RECORD
               END-READ
           END-PERFORM

           CLOSE AUDP1-OLD-FILE
           CLOSE AUDP1-NEW-FILE.

       PROC-ERASE-AUDIT-PART-2.

           OPEN INPUT AUDP2-OLD-FILE
           IF WS-AUDP2OLD-STATUS NOT = '00'
                   AND WS-AUDP2OLD-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir AUDP2OLD - STATUS "
                   WS-AUDP2OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDP2-NEW-FILE
           IF WS-AUDP2NEW-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir AUDP2NEW - STATUS "
                   WS-AUDP2NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL END-OF-SCAN
               READ AUDP2-OLD-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE AUDP2-OLD-RECORD TO AUDIT-RECORD
                       PERFORM PROC-ERASE-AUDIT-LINE
                       IF WS-IS-MATCH
                           ADD 1 TO WS-ERAS-AUDP2-CNT (WS-ERAS-IDX)
                       END-IF
                       MOVE AUDIT-RECORD TO AUDP2-NEW-RECORD
                       WRITE AUDP2-NEW-RECORD
               END-READ
           END-PERFORM

           CLOSE AUDP2-OLD-FILE
           CLOSE AUDP2-NEW-FILE.

       PROC-ERASE-AUDIT-MONTH.

           OPEN INPUT AUDM-OLD-FILE
           IF WS-AUDMOLD-STATUS NOT = '00'
                   AND WS-AUDMOLD-STATUS NOT = '05'
               DISPLAY "PROG0039: falha ao abrir AUDMOLD - STATUS "
                   WS-AUDMOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDM-NEW-FILE
           IF WS-AUDMNEW-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir AUDMNEW - STATUS "
                   WS-AUDMNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL END-OF-SCAN
               READ AUDM-OLD-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE AUDM-OLD-RECORD TO AUDIT-RECORD
                       PERFORM PROC-ERASE-AUDIT-LINE
                       IF WS-IS-MATCH
                           ADD 1 TO WS-ERAS-AUDM-CNT (WS-ERAS-IDX)
                       END-IF
                       MOVE AUDIT-RECORD TO AUDM-NEW-RECORD
                       WRITE AUDM-NEW-RECORD
               END-READ
           END-PERFORM

           CLOSE AUDM-OLD-FILE
           CLOSE AUDM-NEW-FILE.

      * Linha da trilha em AUDIT-RECORD: se o ID foi aprovado, nome
      * e imagem anterior viram token (WS-IS-MATCH e WS-ERAS-IDX
      * apontando a entrada).
       PROC-ERASE-AUDIT-LINE.

           MOVE AUDIT-ID TO WS-FIND-ID
           PERFORM PROC-FIND-ERASE-ID
           IF WS-IS-MATCH
               MOVE WS-FIND-IDX TO WS-ERAS-IDX
               PERFORM PROC-BUILD-TOKEN
               MOVE WS-ERASE-NAME TO AUDIT-NAME
               IF AUDIT-BEFORE-KEY NOT = SPACES
                   MOVE WS-ERASE-NAME TO AUDIT-BEFORE-KEY
               END-IF
           END-IF.

      * Trilha regravada inteira: nas linhas do ID aprovado o nome e
      * a imagem anterior viram token; carimbo, programa, RTN-CODE,
      * operador e acao ficam. A trilha nova fica aberta para as
      * linhas da propria anonimizacao.
       PROC-ERASE-AUDIT.

           OPEN INPUT AUDT-OLD-FILE
           IF WS-AUDTOLD-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir AUDTOLD - STATUS "
                   WS-AUDTOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "PROG0039: falha ao abrir AUDTNEW - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL END-OF-SCAN
               READ AUDT-OLD-FILE
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE AUDT-OLD-RECORD TO AUDIT-RECORD
                       PERFORM PROC-ERASE-AUDIT-LINE
                       IF WS-IS-MATCH
                           ADD 1 TO WS-ERAS-AUDT-CNT (WS-ERAS-IDX)
                       END-IF
                       WRITE AUDIT-RECORD
               END-READ
           END-PERFORM

           CLOSE AUDT-OLD-FILE.

      * ID sem nenhum registro em nenhum arquivo nao foi cadastrado
      * (ou foi digitado errado): fica fora do evento e do
      * certificado de anonimizacao.
       PROC-CHECK-FOUND.

           IF WS-ERAS-MAST-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-ARCH-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-CTRYX-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-ARCHX-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-PHONX-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-EXCP-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-REVW-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-FWD-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-APRV-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-NAMH-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-AUDT-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-AUDH-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-ALIAS-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-TRLO-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-SCRN-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-AUDP1-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-AUDP2-CNT (WS-ERAS-IDX) > 0
                   OR WS-ERAS-AUDM-CNT (WS-ERAS-IDX) > 0
               SET WS-ERAS-IS-FOUND (WS-ERAS-IDX) TO TRUE
           END-IF.

      * Evento 'A' para todos os assinantes: leva so o ID e o token,
      * nunca o nome anterior. O assinante sobrepoe a copia dele.
       PROC-PUBLISH-EVENT.

           INITIALIZE PROG0003-BOOK
           MOVE 'E' TO PROG0003-FUNCTION
           MOVE 'A' TO PROG0003-EVENT-ACTION
           MOVE WS-ERAS-ID (WS-ERAS-IDX) TO PROG0003-ID
           MOVE WS-ERASE-NAME TO PROG0003-NAME
           MOVE WS-RUN-DATE (1:8) TO PROG0003-FEED-DATE
           MOVE WS-RUN-DATE (1:14) TO PROG0003-FEED-RUN
           SET PROG0003-IS-RESTART TO TRUE
           SET PROG0003-NEW-SEGMENT TO TRUE

           CALL 'PROG0003' USING PROG0003-BOOK

           MOVE 'PROG0039' TO AUDIT-PROGRAM
           PERFORM PROC-WRITE-AUDIT
           MOVE 'PROG0003' TO AUDIT-PROGRAM
           PERFORM PROC-WRITE-AUDIT.

      * Acao 'A' = anonimizacao; nao ha imagem anterior (o nome
      * anterior e justamente o que deixa de existir).
       PROC-WRITE-AUDIT.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-ERAS-ID (WS-ERAS-IDX) TO AUDIT-ID
           MOVE WS-ERASE-NAME TO AUDIT-NAME
           MOVE 0 TO AUDIT-RTN-CODE
           MOVE WS-ERAS-OPER (WS-ERAS-IDX) TO AUDIT-OPERATOR
           MOVE 'A' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-KEY
           MOVE SPACES TO AUDIT-APPROVER

           WRITE AUDIT-RECORD.

       PROC-REJECT.

           ADD 1 TO WS-TOTAL-REJECTED

           MOVE SPACES TO ERAS-REPORT-LINE
           STRING "REJEITADO CARTAO=" DELIMITED BY SIZE
                  ERAS-ID DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE.

       PROC-PRINT-CERTIFICATE.

           MOVE "====================================================="
               TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE
           MOVE "CERTIFICADO DE ANONIMIZACAO (LGPD) - PROG0039"
               TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE
           MOVE SPACES TO ERAS-REPORT-LINE
           STRING "EXECUCAO: " DELIMITED BY SIZE
                  WS-RUN-DATE (1:14) DELIMITED BY SIZE
                  "  TOKEN: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERASE-TOKEN) DELIMITED BY SIZE
                  " + MASTER-ID" DELIMITED BY SIZE
                  INTO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE
           MOVE "FORA DO ESCOPO: GERACOES MENSAIS DA TRILHA ANTERIORES"
               TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE
           MOVE "  A ULTIMA VIRADA (MESES JA ANONIMIZADOS NO AUDHIST),"
               TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE
           MOVE "  IMAGENS DE SEGURANCA DO MESTRE E ARQUIVOS DO DIA JA"
               TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE
           MOVE "  ENTREGUES (CORRIGIDOS PELO EVENTO 'A')"
               TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE
           MOVE "====================================================="
               TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE

           PERFORM VARYING WS-ERAS-IDX FROM 1 BY 1
                   UNTIL WS-ERAS-IDX > WS-ERAS-COUNT
               PERFORM PROC-PRINT-CERT-ID
           END-PERFORM.

       PROC-PRINT-CERT-ID.

           MOVE SPACES TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE

           MOVE SPACES TO ERAS-REPORT-LINE
           STRING "ID=" DELIMITED BY SIZE
                  WS-ERAS-ID (WS-ERAS-IDX) DELIMITED BY SIZE
                  " PROTOCOLO=" DELIMITED BY SIZE
                  WS-ERAS-PROT (WS-ERAS-IDX) DELIMITED BY SIZE
                  " APROVADOR=" DELIMITED BY SIZE
                  WS-ERAS-OPER (WS-ERAS-IDX) DELIMITED BY SIZE
                  INTO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE

           IF NOT WS-ERAS-IS-FOUND (WS-ERAS-IDX)
               MOVE "  NENHUM REGISTRO COM ESTE ID - NADA ANONIMIZADO"
                   TO ERAS-REPORT-LINE
               WRITE ERAS-REPORT-LINE
           ELSE
               MOVE 'MASTFILE' TO WS-CERT-STORE
               MOVE WS-ERAS-MAST-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'ARCHFILE' TO WS-CERT-STORE
               MOVE WS-ERAS-ARCH-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'CTRYXREF' TO WS-CERT-STORE
               MOVE WS-ERAS-CTRYX-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'ARCHXREF' TO WS-CERT-STORE
               MOVE WS-ERAS-ARCHX-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'PHONFILE' TO WS-CERT-STORE
               MOVE WS-ERAS-PHONX-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'EXCPREG' TO WS-CERT-STORE
               MOVE WS-ERAS-EXCP-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'REVWREG' TO WS-CERT-STORE
               MOVE WS-ERAS-REVW-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'FWDFILE' TO WS-CERT-STORE
               MOVE WS-ERAS-FWD-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'APRVREG' TO WS-CERT-STORE
               MOVE WS-ERAS-APRV-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'NAMEHIST' TO WS-CERT-STORE
               MOVE WS-ERAS-NAMH-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'AUDTFILE' TO WS-CERT-STORE
               MOVE WS-ERAS-AUDT-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'AUDITPT1' TO WS-CERT-STORE
               MOVE WS-ERAS-AUDP1-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'AUDITPT2' TO WS-CERT-STORE
               MOVE WS-ERAS-AUDP2-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'AUDTMENS' TO WS-CERT-STORE
               MOVE WS-ERAS-AUDM-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'AUDHIST' TO WS-CERT-STORE
               MOVE WS-ERAS-AUDH-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'ALIASFIL' TO WS-CERT-STORE
               MOVE WS-ERAS-ALIAS-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'TRLORIG' TO WS-CERT-STORE
               MOVE WS-ERAS-TRLO-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE 'SCRNREG' TO WS-CERT-STORE
               MOVE WS-ERAS-SCRN-CNT (WS-ERAS-IDX) TO WS-CERT-COUNT
               PERFORM PROC-PRINT-CERT-STORE
               MOVE "  EVENTO 'A' PUBLICADO A TODOS OS ASSINANTES"
                   TO ERAS-REPORT-LINE
               WRITE ERAS-REPORT-LINE
           END-IF.

       PROC-PRINT-CERT-STORE.

           ADD WS-CERT-COUNT TO WS-TOTAL-RECORDS

           MOVE SPACES TO ERAS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-CERT-STORE DELIMITED BY SIZE
                  " REGISTROS ANONIMIZADOS=" DELIMITED BY SIZE
                  WS-CERT-COUNT DELIMITED BY SIZE
                  INTO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE.

       PROC-PRINT-TOTALS.

           MOVE SPACES TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE
           MOVE "====================================================="
               TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE

           MOVE SPACES TO ERAS-REPORT-LINE
           STRING "CARTOES LIDOS........: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  INTO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE

           MOVE SPACES TO ERAS-REPORT-LINE
           STRING "IDS ANONIMIZADOS.....: " DELIMITED BY SIZE
                  WS-TOTAL-ERASED DELIMITED BY SIZE
                  INTO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE

           MOVE SPACES TO ERAS-REPORT-LINE
           STRING "REGISTROS ANONIMIZ...: " DELIMITED BY SIZE
                  WS-TOTAL-RECORDS DELIMITED BY SIZE
                  INTO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE

           MOVE SPACES TO ERAS-REPORT-LINE
           STRING "IDS NAO LOCALIZADOS..: " DELIMITED BY SIZE
                  WS-TOTAL-NOT-FOUND DELIMITED BY SIZE
                  INTO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE

           MOVE SPACES TO ERAS-REPORT-LINE
           STRING "CARTOES REJEITADOS...: " DELIMITED BY SIZE
                  WS-TOTAL-REJECTED DELIMITED BY SIZE
                  INTO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE

           MOVE "====================================================="
               TO ERAS-REPORT-LINE
           WRITE ERAS-REPORT-LINE.

      * Reserva do mestre (RUNLOCK, servico PROG0052) antes de abrir
      * qualquer arquivo: com outro job atualizando o mestre a
      * execucao e recusada com RC 8 e aviso na console.
       PROC-CLAIM-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-CLAIM TO TRUE
           MOVE 'PROG0039' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK

           IF PROG0052-BUSY
               DISPLAY "PROG0039: *** MASTFILE RESERVADO POR JOB="
                   PROG0052-LOCK-JOB " PROGRAMA=" PROG0052-LOCK-PROGRAM
                   " OPERADOR=" PROG0052-LOCK-OPERATOR
                   " DESDE=" PROG0052-LOCK-CLAIM-TS
                   " - EXECUCAO RECUSADA ***"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-UNAVAILABLE
               DISPLAY "PROG0039: reserva do mestre indisponivel "
                   "(RUNLOCK)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PROG0052-RECLAIMED
               DISPLAY "PROG0039: reserva do mestre retomada - JOB="
                   PROG0052-MY-JOB
           END-IF.

       PROC-RELEASE-LOCK.

           INITIALIZE PROG0052-BOOK
           SET PROG0052-FN-RELEASE TO TRUE
           MOVE 'PROG0039' TO PROG0052-PROGRAM
           CALL 'PROG0052' USING PROG0052-BOOK.

       PROC-END-PROG.

           PERFORM PROC-RELEASE-LOCK

           IF WS-TOTAL-NOT-FOUND > 0 OR WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
