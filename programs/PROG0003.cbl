      * resumo por assinante sai no FEEDSUM para a verificacao de
      * aceite (PROG0016). Sem SUBSFILE o comportamento e o antigo:
      * um unico feed completo em JSONOUT.
      * O cartao do assinante traz tambem o formato do documento:
      * JSON (o envelope de sempre), delimitado por ponto-e-virgula
      * com linha de cabecalho das colunas, ou largura fixa (book
      * FEEDFIX-REC). Os tres levam o mesmo header (data +
      * execucao) e o mesmo trailer de contagem de objetos, e os
      * eventos de manutencao/expurgo saem no formato do assinante;
      * contagem e FEEDSUM nao mudam com o formato.
      * Nomes alternativos do registro (ALIASFIL, PROG0057) saem
      * dentro do proprio objeto do detalhe: lista "apelidos" no
      * JSON, uma linha 'ALS' por nome alternativo logo depois da
      * linha 'DET' nos formatos planos. Nao contam como objeto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDSUM-STATUS.

      * Cadastro de nomes alternativos: so leitura, aberto no
      * primeiro detalhe da execucao. Sem a DD o detalhe sai sem
      * nomes alternativos (passos que so publicam eventos nem
      * chegam a abrir).
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALIAS-NAME
               ALTERNATE RECORD KEY IS ALIAS-MASTER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ALIAS-PHON-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALIAS-STATUS.

       DATA DIVISION.

       FILE SECTION.

      * Perfil de assinantes: colunas 1-8 assinante, 10-17 DD de
      * destino, 19-58 filtro (ALL ou codigos separados por
      * virgula), 60 formato (J ou branco = JSON, D = delimitado,
      * F = largura fixa); '*' em branco na coluna 1 = comentario.
       FD  SUBS-FILE.
       01 SUBS-RECORD.
           05 SUBS-ID                 PIC X(08).
           05 SUBS-DD-NAME            PIC X(08).
           05 FILLER                  PIC X(01).
           05 SUBS-FILTER             PIC X(40).
           05 FILLER                  PIC X(01).
           05 SUBS-FORMAT             PIC X(01).

       FD  FEED-SUM-FILE.
       COPY 'books/FEEDSUM-REC.cpy'.

       FD  ALIAS-FILE.
       COPY 'books/ALIAS-REC.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-JSON-STATUS PIC XX.
       01 WS-JSON4-STATUS PIC XX.
       01 WS-SUBS-STATUS PIC XX.
       01 WS-FEEDSUM-STATUS PIC XX.
       01 WS-ALIAS-STATUS PIC XX.

       01 WS-SUBS-EOF PIC X VALUE 'N'.
           88 END-OF-SUBS VALUE 'Y'.
       01 WS-SUBS-LOADED PIC X VALUE 'N'.
           88 WS-IS-SUBS-LOADED VALUE 'Y'.
       01 WS-ALIAS-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-ALIAS-NOT-TRIED VALUE 'N'.
           88 WS-ALIAS-IS-OPEN VALUE 'Y'.
       01 WS-ALIAS-EOF PIC X VALUE 'N'.
           88 END-OF-ALIAS VALUE 'Y'.

      * Nomes alternativos do objeto corrente: os do MASTER-ID no
      * detalhe, o incluido/removido nos eventos 'N'/'X' (limite de
      * 10 por ID na manutencao, PROG0057).
       01 WS-ALIAS-TABLE.
           05 WS-ALIAS-COUNT PIC 9(02) VALUE 0.
           05 WS-ALIAS-ENTRY OCCURS 10 TIMES.
               10 WS-ALIAS-SURNAME PIC X(40).
               10 WS-ALIAS-GIVEN PIC X(30).
       01 WS-ALIAS-IDX PIC 9(02) VALUE 0.
       01 WS-FEEDFIX-SAVE PIC X(202) VALUE SPACES.
      * Virgula de continuacao do JSON (',' ou branco = ultimo
      * atributo/elemento do objeto).
       01 WS-JSON-SEP PIC X(01) VALUE SPACE.

      * Tabela de assinantes (ate 4, uma DD fixa por posicao). O
      * primeiro CALL da execucao carrega o perfil; sem SUBSFILE
               10 WS-SUB-FIRST-CALL PIC X(01).
                   88 WS-SUB-IS-FIRST-CALL VALUE 'Y'.
               10 WS-SUB-WRITTEN PIC 9(07).
      * Eventos entre os objetos gravados (resumo FEEDSUM).
               10 WS-SUB-EVENTS PIC 9(07).
      * Objetos do segmento corrente e header pendente do proximo
      * (corte de segmento do modo lote).
               10 WS-SUB-SEG-WRITTEN PIC 9(07).
               10 WS-SUB-HDR-PENDING PIC X(01).
                   88 WS-SUB-HAS-HDR-PENDING VALUE 'Y'.
               10 WS-SUB-FORMAT PIC X(01).
                   88 WS-SUB-IS-JSON VALUE 'J'.
                   88 WS-SUB-IS-DELIMITED VALUE 'D'.
                   88 WS-SUB-IS-FIXED VALUE 'F'.
       01 WS-SUB-IDX PIC 9(02) VALUE 0.
       01 WS-SUB-CTRY-IDX PIC 9(02) VALUE 0.
       01 WS-FILTER-FIELDS.
      * e gravadas em cada feed cujo filtro casou.
       01 WS-JSON-LINES.
           05 WS-JLINE-COUNT PIC 9(02) VALUE 0.
           05 WS-JLINE OCCURS 20 TIMES PIC X(255).
       01 WS-JLINE-IDX PIC 9(02) VALUE 0.
       01 WS-OUT-LINE PIC X(255) VALUE SPACES.
       01 WS-OUT-DD PIC 9(01) VALUE 1.

      * Mesmo detalhe/evento nos formatos planos: uma linha
      * delimitada e um registro de largura fixa, tambem montados
      * uma vez por CALL.
       01 WS-DELIM-LINE PIC X(255) VALUE SPACES.
       COPY 'books/FEEDFIX-REC.cpy'.
       01 WS-DELIM-MERGED-ID PIC Z(7)9.
       01 WS-REGEN-MARK PIC X(01) VALUE 'N'.

       01 WS-COUNTRY-LIST PIC X(120) VALUE SPACES.
       01 WS-FLAT-COUNTRY-LIST PIC X(60) VALUE SPACES.
       01 WS-COUNTRY-IDX PIC 9(04) VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(07) VALUE 0.

      * Eventos de manutencao/expurgo nao tem pais: vao para todos
      * os assinantes, filtrados ou nao, para nenhuma copia drifar.
               WHEN PROG0003-FN-EVENT
                   PERFORM PROC-LOAD-EVENT-ALIAS
                   PERFORM PROC-BUILD-EVENT-LINES
                   PERFORM PROC-BUILD-FLAT-EVENT
                   PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                           UNTIL WS-SUB-IDX > WS-SUB-COUNT
                       PERFORM PROC-WRITE-SUB-DETAIL
                       ADD 1 TO WS-SUB-EVENTS (WS-SUB-IDX)
                   END-PERFORM
               WHEN OTHER
                   PERFORM PROC-LOAD-ALIASES
                   PERFORM PROC-BUILD-JSON-LINES
                   PERFORM PROC-BUILD-FLAT-DETAIL
                   PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                           UNTIL WS-SUB-IDX > WS-SUB-COUNT
                       PERFORM PROC-MATCH-FILTER
               CLOSE SUBS-FILE
           END-IF

      * Carga de um assinante so: ele tem de estar no perfil - o
      * assinante implicito nao serve de substituto.
           IF WS-SUB-COUNT = 0
                   AND PROG0003-ONLY-SUBSCRIBER NOT = SPACES
               DISPLAY "PROG0003: assinante " PROG0003-ONLY-SUBSCRIBER
                   " nao consta do perfil (SUBSFILE)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Sem perfil (ou perfil vazio): assinante implicito unico com
      * o feed completo no JSONOUT - comportamento anterior.
           IF WS-SUB-COUNT = 0
               MOVE 0 TO WS-SUB-CTRY-COUNT (1)
               MOVE 'Y' TO WS-SUB-FIRST-CALL (1)
               MOVE 0 TO WS-SUB-WRITTEN (1)
               MOVE 0 TO WS-SUB-EVENTS (1)
               MOVE 0 TO WS-SUB-SEG-WRITTEN (1)
               MOVE 'N' TO WS-SUB-HDR-PENDING (1)
               SET WS-SUB-IS-JSON (1) TO TRUE
           END-IF.

       PROC-LOAD-SUB-CARD.

           IF SUBS-RECORD = SPACES OR SUBS-ID (1:1) = '*'
                   OR (PROG0003-ONLY-SUBSCRIBER NOT = SPACES
                       AND SUBS-ID NOT = PROG0003-ONLY-SUBSCRIBER)
               CONTINUE
           ELSE
               IF WS-SUB-COUNT >= 4
                   END-EVALUATE
                   MOVE 'Y' TO WS-SUB-FIRST-CALL (WS-SUB-COUNT)
                   MOVE 0 TO WS-SUB-WRITTEN (WS-SUB-COUNT)
                   MOVE 0 TO WS-SUB-EVENTS (WS-SUB-COUNT)
                   MOVE 0 TO WS-SUB-SEG-WRITTEN (WS-SUB-COUNT)
                   MOVE 'N' TO WS-SUB-HDR-PENDING (WS-SUB-COUNT)
                   MOVE 'N' TO WS-SUB-ALL-FLAG (WS-SUB-COUNT)
                   MOVE 0 TO WS-SUB-CTRY-COUNT (WS-SUB-COUNT)
                   EVALUATE SUBS-FORMAT
                       WHEN SPACE
                       WHEN 'J'
                           SET WS-SUB-IS-JSON (WS-SUB-COUNT) TO TRUE
                       WHEN 'D'
                           SET WS-SUB-IS-DELIMITED (WS-SUB-COUNT)
                               TO TRUE
                       WHEN 'F'
                           SET WS-SUB-IS-FIXED (WS-SUB-COUNT) TO TRUE
                       WHEN OTHER
                           DISPLAY "PROG0003: formato invalido no "
                               "perfil: " SUBS-ID " " SUBS-FORMAT
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
                   IF SUBS-FILTER (1:3) = 'ALL'
                       SET WS-SUB-IS-ALL (WS-SUB-COUNT) TO TRUE
                   ELSE

      * Header pendente (abertura de execucao ou segmento novo apos
      * um corte de lote): sai antes do proximo objeto.
      * No delimitado a linha de cabecalho das colunas segue o
      * header em todo segmento.
           IF WS-SUB-HAS-HDR-PENDING (WS-SUB-IDX)
               PERFORM PROC-BUILD-FEED-HEADER
               PERFORM PROC-WRITE-FEED-LINE
               IF WS-SUB-IS-DELIMITED (WS-SUB-IDX)
                   PERFORM PROC-BUILD-DELIM-COLUMNS
                   PERFORM PROC-WRITE-FEED-LINE
               END-IF
               MOVE 'N' TO WS-SUB-HDR-PENDING (WS-SUB-IDX)
           END-IF.


           PERFORM PROC-TOUCH-SUBSCRIBER

           EVALUATE TRUE
               WHEN WS-SUB-IS-DELIMITED (WS-SUB-IDX)
                   MOVE WS-DELIM-LINE TO WS-OUT-LINE
                   PERFORM PROC-WRITE-FEED-LINE
                   PERFORM PROC-WRITE-ALIAS-LINES
               WHEN WS-SUB-IS-FIXED (WS-SUB-IDX)
                   MOVE FEEDFIX-DETAIL TO WS-OUT-LINE
                   PERFORM PROC-WRITE-FEED-LINE
                   PERFORM PROC-WRITE-ALIAS-LINES
               WHEN OTHER
                   PERFORM VARYING WS-JLINE-IDX FROM 1 BY 1
                           UNTIL WS-JLINE-IDX > WS-JLINE-COUNT
                       MOVE WS-JLINE (WS-JLINE-IDX) TO WS-OUT-LINE
                       PERFORM PROC-WRITE-FEED-LINE
                   END-PERFORM
           END-EVALUATE

           ADD 1 TO WS-SUB-WRITTEN (WS-SUB-IDX)
           ADD 1 TO WS-SUB-SEG-WRITTEN (WS-SUB-IDX)

           PERFORM PROC-CLOSE-FEED-FILE.

      * Linhas 'ALS' dos formatos planos, logo depois da linha do
      * detalhe/evento e no mesmo objeto: ID do registro e o nome
      * alternativo nas colunas de sobrenome/nome. O registro fixo
      * do objeto e guardado e reposto, porque ele e regravado igual
      * para o proximo assinante.
       PROC-WRITE-ALIAS-LINES.

           MOVE FEEDFIX-DETAIL TO WS-FEEDFIX-SAVE
           MOVE PROG0003-ID TO WS-JSON-ID

           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               IF WS-SUB-IS-DELIMITED (WS-SUB-IDX)
                   MOVE SPACES TO WS-OUT-LINE
                   STRING 'ALS;;' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JSON-ID) DELIMITED BY SIZE
                          ';;' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ALIAS-SURNAME (WS-ALIAS-IDX))
                              DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ALIAS-GIVEN (WS-ALIAS-IDX))
                              DELIMITED BY SIZE
                          ';;;' DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               ELSE
                   MOVE SPACES TO FEEDFIX-DETAIL
                   MOVE 'ALS' TO FEEDFIX-DET-TAG
                   MOVE PROG0003-ID TO FEEDFIX-DET-ID
                   MOVE 0 TO FEEDFIX-DET-MERGED-ID
                   MOVE WS-ALIAS-SURNAME (WS-ALIAS-IDX)
                       TO FEEDFIX-DET-SURNAME
                   MOVE WS-ALIAS-GIVEN (WS-ALIAS-IDX)
                       TO FEEDFIX-DET-GIVEN
                   MOVE 0 TO FEEDFIX-DET-CTRY-COUNT
                   MOVE FEEDFIX-DETAIL TO WS-OUT-LINE
               END-IF
               PERFORM PROC-WRITE-FEED-LINE
           END-PERFORM

           MOVE WS-FEEDFIX-SAVE TO FEEDFIX-DETAIL.

      * Nomes alternativos do MASTER-ID do detalhe, pelo indice
      * alternativo do ALIASFIL. O cadastro e aberto uma vez, no
      * primeiro detalhe; sem ele (DD ausente) o detalhe sai sem a
      * lista, como antes.
       PROC-LOAD-ALIASES.

           MOVE 0 TO WS-ALIAS-COUNT

           IF WS-ALIAS-NOT-TRIED
               OPEN INPUT ALIAS-FILE
               IF WS-ALIAS-STATUS = '00'
                   SET WS-ALIAS-IS-OPEN TO TRUE
               ELSE
                   IF WS-ALIAS-STATUS = '05'
                       CLOSE ALIAS-FILE
                   END-IF
                   MOVE 'U' TO WS-ALIAS-OPEN-SWITCH
               END-IF
           END-IF

           IF WS-ALIAS-IS-OPEN
               MOVE 'N' TO WS-ALIAS-EOF
               MOVE PROG0003-ID TO ALIAS-MASTER-ID
               START ALIAS-FILE KEY IS = ALIAS-MASTER-ID
                   INVALID KEY
                       SET END-OF-ALIAS TO TRUE
               END-START
               PERFORM UNTIL END-OF-ALIAS OR WS-ALIAS-COUNT = 10
                   READ ALIAS-FILE NEXT RECORD
                       AT END
                           SET END-OF-ALIAS TO TRUE
                       NOT AT END
                           IF ALIAS-MASTER-ID NOT = PROG0003-ID
                               SET END-OF-ALIAS TO TRUE
                           ELSE
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE ALIAS-SURNAME
                                   TO WS-ALIAS-SURNAME (WS-ALIAS-COUNT)
                               MOVE ALIAS-GIVEN-NAME
                                   TO WS-ALIAS-GIVEN (WS-ALIAS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Eventos de nome alternativo ('N'/'X') levam o nome incluido
      * ou removido; os demais eventos nao levam nenhum.
       PROC-LOAD-EVENT-ALIAS.

           MOVE 0 TO WS-ALIAS-COUNT

           IF PROG0003-EVENT-ACTION = 'N'
                   OR PROG0003-EVENT-ACTION = 'X'
               MOVE 1 TO WS-ALIAS-COUNT
               MOVE PROG0003-ALIAS-SURNAME TO WS-ALIAS-SURNAME (1)
               MOVE PROG0003-ALIAS-GIVEN TO WS-ALIAS-GIVEN (1)
           END-IF.

      * Fechamento: trailer de cada assinante com a SUA contagem.
      * Para o assinante de feed completo vale a contagem do
      * chamador (que sobrevive a restart via checkpoint); para os
               PERFORM PROC-CLOSE-ONE-FEED
           END-PERFORM

           IF WS-ALIAS-IS-OPEN
               CLOSE ALIAS-FILE
           END-IF
           MOVE 'N' TO WS-ALIAS-OPEN-SWITCH

           PERFORM PROC-WRITE-FEEDSUM.

       PROC-CLOSE-ONE-FEED.
                       MOVE WS-SUB-WRITTEN (WS-SUB-IDX)
                           TO FEEDSUM-COUNT
                   END-IF
                   MOVE WS-SUB-EVENTS (WS-SUB-IDX) TO FEEDSUM-EVENTS
                   WRITE FEEDSUM-RECORD
               END-PERFORM
               CLOSE FEED-SUM-FILE
      * Envelope do feed: header com a data do movimento e a
      * identificacao da execucao, trailer com a contagem de objetos
      * para o consumidor validar que recebeu o documento completo.
      * Nos formatos planos o header leva o marcador de regeneracao
      * sempre presente (S/N, B na carga inicial), na posicao fixa.
       PROC-BUILD-FEED-HEADER.

           EVALUATE TRUE
               WHEN PROG0003-IS-REGEN
                   MOVE 'S' TO WS-REGEN-MARK
               WHEN PROG0003-IS-BASELINE
                   MOVE 'B' TO WS-REGEN-MARK
               WHEN OTHER
                   MOVE 'N' TO WS-REGEN-MARK
           END-EVALUATE

           MOVE SPACES TO WS-OUT-LINE
           EVALUATE TRUE
               WHEN WS-SUB-IS-DELIMITED (WS-SUB-IDX)
                   STRING 'HDR;' DELIMITED BY SIZE
                          PROG0003-FEED-DATE DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          PROG0003-FEED-RUN DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WS-REGEN-MARK DELIMITED BY SIZE
                          INTO WS-OUT-LINE
               WHEN WS-SUB-IS-FIXED (WS-SUB-IDX)
                   MOVE SPACES TO FEEDFIX-HEADER
                   MOVE 'HDR' TO FEEDFIX-HDR-TAG
                   MOVE PROG0003-FEED-DATE TO FEEDFIX-HDR-DATE
                   MOVE PROG0003-FEED-RUN TO FEEDFIX-HDR-RUN
                   MOVE WS-REGEN-MARK TO FEEDFIX-HDR-REGEN
                   MOVE FEEDFIX-HEADER TO WS-OUT-LINE
               WHEN OTHER
                   PERFORM PROC-BUILD-JSON-HEADER
           END-EVALUATE.

       PROC-BUILD-JSON-HEADER.

           EVALUATE TRUE
               WHEN PROG0003-IS-REGEN
                   STRING '{"abertura": {"data": "' DELIMITED BY SIZE
                          PROG0003-FEED-DATE DELIMITED BY SIZE
                          '", "execucao": "' DELIMITED BY SIZE
                          PROG0003-FEED-RUN DELIMITED BY SIZE
                          '", "regeneracao": "S"}}' DELIMITED BY SIZE
                          INTO WS-OUT-LINE
               WHEN PROG0003-IS-BASELINE
                   STRING '{"abertura": {"data": "' DELIMITED BY SIZE
                          PROG0003-FEED-DATE DELIMITED BY SIZE
                          '", "execucao": "' DELIMITED BY SIZE
                          PROG0003-FEED-RUN DELIMITED BY SIZE
                          '", "carga_inicial": "S"}}'
                              DELIMITED BY SIZE
                          INTO WS-OUT-LINE
               WHEN OTHER
                   STRING '{"abertura": {"data": "' DELIMITED BY SIZE
                          PROG0003-FEED-DATE DELIMITED BY SIZE
                          '", "execucao": "' DELIMITED BY SIZE
                          PROG0003-FEED-RUN DELIMITED BY SIZE
                          '"}}' DELIMITED BY SIZE
                          INTO WS-OUT-LINE
           END-EVALUATE.

       PROC-BUILD-FEED-TRAILER.

           MOVE WS-TRAILER-COUNT TO WS-JSON-COUNT

           MOVE SPACES TO WS-OUT-LINE
           EVALUATE TRUE
               WHEN WS-SUB-IS-DELIMITED (WS-SUB-IDX)
                   STRING 'TRL;' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JSON-COUNT)
                              DELIMITED BY SIZE
                          INTO WS-OUT-LINE
               WHEN WS-SUB-IS-FIXED (WS-SUB-IDX)
                   MOVE SPACES TO FEEDFIX-TRAILER
                   MOVE 'TRL' TO FEEDFIX-TRL-TAG
                   MOVE WS-TRAILER-COUNT TO FEEDFIX-TRL-COUNT
                   MOVE FEEDFIX-TRAILER TO WS-OUT-LINE
               WHEN OTHER
                   STRING '{"fechamento": {"quantidade": '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JSON-COUNT)
                              DELIMITED BY SIZE
                          '}}' DELIMITED BY SIZE
                          INTO WS-OUT-LINE
           END-EVALUATE.

      * Cabecalho das colunas do delimitado: detalhe e evento
      * compartilham as mesmas colunas, vazias quando nao se
      * aplicam ao tipo da linha.
       PROC-BUILD-DELIM-COLUMNS.

           MOVE SPACES TO WS-OUT-LINE
           STRING 'TIPO;EVENTO;ID;ID_INCORPORADO;SOBRENOME;NOME;'
                      DELIMITED BY SIZE
                  'SOBRENOME_ANTERIOR;NOME_ANTERIOR;PAISES'
                      DELIMITED BY SIZE
                  INTO WS-OUT-LINE.

      * Monta as linhas do objeto JSON do detalhe uma unica vez;

           PERFORM PROC-BUILD-COUNTRY-LIST

      * Nomes alternativos: atributo "apelidos" so quando o registro
      * tem algum, com um objeto sobrenome/nome por nome alternativo.
           IF WS-ALIAS-COUNT > 0
               MOVE ',' TO WS-JSON-SEP
           ELSE
               MOVE SPACE TO WS-JSON-SEP
           END-IF

           ADD 1 TO WS-JLINE-COUNT
           MOVE SPACES TO WS-JLINE (WS-JLINE-COUNT)
           STRING '"paises": [' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNTRY-LIST) DELIMITED BY SIZE
                  ']' DELIMITED BY SIZE
                  WS-JSON-SEP DELIMITED BY SPACE
                  INTO WS-JLINE (WS-JLINE-COUNT)

           IF WS-ALIAS-COUNT > 0
               ADD 1 TO WS-JLINE-COUNT
               MOVE '"apelidos": [' TO WS-JLINE (WS-JLINE-COUNT)
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                       UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                   IF WS-ALIAS-IDX < WS-ALIAS-COUNT
                       MOVE ',' TO WS-JSON-SEP
                   ELSE
                       MOVE SPACE TO WS-JSON-SEP
                   END-IF
                   ADD 1 TO WS-JLINE-COUNT
                   MOVE SPACES TO WS-JLINE (WS-JLINE-COUNT)
                   STRING '{"sobrenome": "' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ALIAS-SURNAME (WS-ALIAS-IDX))
                              DELIMITED BY SIZE
                          '", "nome": "' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ALIAS-GIVEN (WS-ALIAS-IDX))
                              DELIMITED BY SIZE
                          '"}' DELIMITED BY SIZE
                          WS-JSON-SEP DELIMITED BY SPACE
                          INTO WS-JLINE (WS-JLINE-COUNT)
                   END-STRING
               END-PERFORM
               ADD 1 TO WS-JLINE-COUNT
               MOVE "]" TO WS-JLINE (WS-JLINE-COUNT)
           END-IF

           ADD 1 TO WS-JLINE-COUNT
           MOVE "}" TO WS-JLINE (WS-JLINE-COUNT).

      * Objeto de evento de manutencao/expurgo: acao, id e nome
      * corrente; nas alteracoes ('C') sai tambem o nome anterior,
      * para o assinante trocar a chave na copia dele, e nas fusoes
      * ('M') o ID incorporado.
       PROC-BUILD-EVENT-LINES.

           MOVE 0 TO WS-JLINE-COUNT
                  ',' DELIMITED BY SIZE
                  INTO WS-JLINE (WS-JLINE-COUNT)

      * Na fusao ('M') sai tambem o ID aposentado, que o assinante
      * remove da copia dele.
           IF PROG0003-EVENT-ACTION = 'M'
               MOVE PROG0003-MERGED-ID TO WS-JSON-ID
               ADD 1 TO WS-JLINE-COUNT
               MOVE SPACES TO WS-JLINE (WS-JLINE-COUNT)
               STRING '"id_incorporado": ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSON-ID) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      INTO WS-JLINE (WS-JLINE-COUNT)
           END-IF

           ADD 1 TO WS-JLINE-COUNT
           MOVE SPACES TO WS-JLINE (WS-JLINE-COUNT)
           STRING '"sobrenome": "' DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO WS-JLINE (WS-JLINE-COUNT)
           ELSE
      * Nome alternativo incluido ('N') ou removido ('X') vem
      * depois do nome.
               IF WS-ALIAS-COUNT > 0
                   MOVE ',' TO WS-JSON-SEP
               ELSE
                   MOVE SPACE TO WS-JSON-SEP
               END-IF
               ADD 1 TO WS-JLINE-COUNT
               MOVE SPACES TO WS-JLINE (WS-JLINE-COUNT)
               STRING '"nome": "' DELIMITED BY SIZE
                      FUNCTION TRIM(PROG0003-GIVEN-NAME)
                          DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      WS-JSON-SEP DELIMITED BY SPACE
                      INTO WS-JLINE (WS-JLINE-COUNT)
           END-IF

           IF WS-ALIAS-COUNT > 0
               ADD 1 TO WS-JLINE-COUNT
               MOVE SPACES TO WS-JLINE (WS-JLINE-COUNT)
               STRING '"apelido_sobrenome": "' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALIAS-SURNAME (1))
                          DELIMITED BY SIZE
                      '",' DELIMITED BY SIZE
                      INTO WS-JLINE (WS-JLINE-COUNT)

               ADD 1 TO WS-JLINE-COUNT
               MOVE SPACES TO WS-JLINE (WS-JLINE-COUNT)
               STRING '"apelido_nome": "' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALIAS-GIVEN (1))
                          DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                      INTO WS-JLINE (WS-JLINE-COUNT)
           END-IF

           ADD 1 TO WS-JLINE-COUNT
           MOVE "}" TO WS-JLINE (WS-JLINE-COUNT).

      * Detalhe nos formatos planos: linha delimitada (paises
      * separados por virgula na ultima coluna) e registro fixo.
       PROC-BUILD-FLAT-DETAIL.

           MOVE PROG0003-ID TO WS-JSON-ID
           PERFORM PROC-BUILD-FLAT-COUNTRY-LIST

           MOVE SPACES TO WS-DELIM-LINE
           STRING 'DET;;' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSON-ID) DELIMITED BY SIZE
                  ';;' DELIMITED BY SIZE
                  FUNCTION TRIM(PROG0003-SURNAME) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(PROG0003-GIVEN-NAME) DELIMITED BY SIZE
                  ';;;' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLAT-COUNTRY-LIST)
                      DELIMITED BY SIZE
                  INTO WS-DELIM-LINE
           END-STRING

           MOVE SPACES TO FEEDFIX-DETAIL
           MOVE 'DET' TO FEEDFIX-DET-TAG
           MOVE PROG0003-ID TO FEEDFIX-DET-ID
           MOVE 0 TO FEEDFIX-DET-MERGED-ID
           MOVE PROG0003-SURNAME TO FEEDFIX-DET-SURNAME
           MOVE PROG0003-GIVEN-NAME TO FEEDFIX-DET-GIVEN
           MOVE PROG0003-COUNTRY-COUNT TO FEEDFIX-DET-CTRY-COUNT
           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                   UNTIL WS-COUNTRY-IDX > PROG0003-COUNTRY-COUNT
               MOVE PROG0003-COUNTRY-CODE (WS-COUNTRY-IDX)
                   TO FEEDFIX-DET-COUNTRY (WS-COUNTRY-IDX)
           END-PERFORM.

      * Evento nos formatos planos, com as mesmas regras do objeto
      * JSON: nome anterior so na alteracao ('C'), ID incorporado
      * so na fusao ('M').
       PROC-BUILD-FLAT-EVENT.

           MOVE PROG0003-ID TO WS-JSON-ID
           MOVE PROG0003-MERGED-ID TO WS-DELIM-MERGED-ID

           MOVE SPACES TO WS-DELIM-LINE
           EVALUATE PROG0003-EVENT-ACTION
               WHEN 'C'
                   STRING 'EVT;C;' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JSON-ID) DELIMITED BY SIZE
                          ';;' DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0003-SURNAME)
                              DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0003-GIVEN-NAME)
                              DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0003-OLD-SURNAME)
                              DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0003-OLD-GIVEN)
                              DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          INTO WS-DELIM-LINE
                   END-STRING
               WHEN 'M'
                   STRING 'EVT;M;' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JSON-ID) DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DELIM-MERGED-ID)
                              DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0003-SURNAME)
                              DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0003-GIVEN-NAME)
                              DELIMITED BY SIZE
                          ';;;' DELIMITED BY SIZE
                          INTO WS-DELIM-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'EVT;' DELIMITED BY SIZE
                          PROG0003-EVENT-ACTION DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JSON-ID) DELIMITED BY SIZE
                          ';;' DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0003-SURNAME)
                              DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          FUNCTION TRIM(PROG0003-GIVEN-NAME)
                              DELIMITED BY SIZE
                          ';;;' DELIMITED BY SIZE
                          INTO WS-DELIM-LINE
                   END-STRING
           END-EVALUATE

           MOVE SPACES TO FEEDFIX-DETAIL
           MOVE 'EVT' TO FEEDFIX-DET-TAG
           MOVE PROG0003-EVENT-ACTION TO FEEDFIX-DET-EVENT
           MOVE PROG0003-ID TO FEEDFIX-DET-ID
           MOVE 0 TO FEEDFIX-DET-MERGED-ID
           MOVE PROG0003-SURNAME TO FEEDFIX-DET-SURNAME
           MOVE PROG0003-GIVEN-NAME TO FEEDFIX-DET-GIVEN
           MOVE 0 TO FEEDFIX-DET-CTRY-COUNT
           IF PROG0003-EVENT-ACTION = 'C'
               MOVE PROG0003-OLD-SURNAME TO FEEDFIX-DET-OLD-SURNAME
               MOVE PROG0003-OLD-GIVEN TO FEEDFIX-DET-OLD-GIVEN
           END-IF
           IF PROG0003-EVENT-ACTION = 'M'
               MOVE PROG0003-MERGED-ID TO FEEDFIX-DET-MERGED-ID
           END-IF.

       PROC-BUILD-FLAT-COUNTRY-LIST.

           MOVE SPACES TO WS-FLAT-COUNTRY-LIST

           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                   UNTIL WS-COUNTRY-IDX > PROG0003-COUNTRY-COUNT
               IF WS-COUNTRY-IDX > 1
                   STRING FUNCTION TRIM(WS-FLAT-COUNTRY-LIST)
                              DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          PROG0003-COUNTRY-CODE (WS-COUNTRY-IDX)
                              DELIMITED BY SIZE
                          INTO WS-FLAT-COUNTRY-LIST
                   END-STRING
               ELSE
                   MOVE PROG0003-COUNTRY-CODE (WS-COUNTRY-IDX)
                       TO WS-FLAT-COUNTRY-LIST
               END-IF
           END-PERFORM.

       PROC-BUILD-COUNTRY-LIST.

           MOVE SPACES TO WS-COUNTRY-LIST
