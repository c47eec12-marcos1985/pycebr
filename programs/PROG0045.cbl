       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0045.

      * Transacao online (CICS) de manutencao do mestre com dupla
      * custodia: um operador registra a solicitacao (acao C/I/R/D
      * mais nome e, na alteracao, o novo nome - o mesmo desenho do
      * cartao MNTIN) no registro de solicitacoes (APRVREG), e um
      * SEGUNDO operador, diferente do solicitante, aprova ou recusa
      * a solicitacao nesta mesma transacao. So as aprovadas sao
      * aplicadas, pela manutencao noturna (PROG0006), com os dois
      * operadores na trilha de auditoria. A tela pagina pelas
      * pendentes da mais antiga para a mais nova (os APRV-ID sao
      * emitidos em ordem crescente). Mesmo estilo conversacional
      * simples (SEND/RECEIVE de texto) da fila do PROG0025.
      * Solicitante e aprovador sao o usuario autenticado da sessao
      * (EXEC CICS ASSIGN USERID), nunca um campo digitado: a
      * segregacao so vale se ninguem puder se passar por outro
      * operador.
      *
      * Area de comando (RECEIVE), por posicao:
      *   1       codigo (S/A/R/F/T/X)
      *   2-9     numero da solicitacao (A e R)
      *   10-17   sem uso (antes o operador digitado; as posicoes
      *           seguintes nao mudam)
      *   18      acao da solicitacao C/I/R/D (S)
      *   19-88   sobrenome (40) + nome (30) do registro (S)
      *   89-158  novo sobrenome (40) + novo nome (30) (S, acao C)
      *   159-198 motivo da recusa (R)

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-CMD-AREA.
           05 WS-CMD-CODE PIC X(01) VALUE SPACE.
           05 WS-CMD-ID PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE SPACES.
           05 WS-CMD-ACTION PIC X(01) VALUE SPACE.
               88 WS-CMD-ACTION-VALID VALUE 'C' 'I' 'R' 'D'.
           05 WS-CMD-NAME.
               10 WS-CMD-SURNAME PIC X(40) VALUE SPACES.
               10 WS-CMD-GIVEN PIC X(30) VALUE SPACES.
           05 WS-CMD-NEW-NAME.
               10 WS-CMD-NEW-SURNAME PIC X(40) VALUE SPACES.
               10 WS-CMD-NEW-GIVEN PIC X(30) VALUE SPACES.
           05 WS-CMD-REASON PIC X(40) VALUE SPACES.
       01 WS-CMD-LENGTH PIC S9(04) COMP VALUE 198.

       01 WS-RESP PIC S9(08) COMP VALUE 0.

      * Usuario autenticado da sessao: solicitante ou aprovador.
       01 WS-USERID PIC X(08) VALUE SPACES.

       01 WS-BROWSE-KEY PIC 9(08) VALUE 0.
       01 WS-PAGE-FIRST-KEY PIC 9(08) VALUE 0.
       01 WS-PAGE-LAST-KEY PIC 9(08) VALUE 0.
       01 WS-DECIDE-KEY PIC 9(08) VALUE 0.
      * Chave alta para posicionar no fim do registro e ler para
      * tras o ultimo numero emitido.
       01 WS-HIGH-KEY PIC X(08) VALUE HIGH-VALUES.
       01 WS-NEXT-ID PIC 9(08) VALUE 0.
       01 WS-WRITE-TRIES PIC 9(04) VALUE 0.

       01 WS-EXIT-SWITCH PIC X VALUE 'N'.
           88 WS-IS-EXIT VALUE 'Y'.
       01 WS-BROWSE-EOF PIC X VALUE 'N'.
           88 WS-IS-BROWSE-EOF VALUE 'Y'.
       01 WS-WRITE-DONE PIC X VALUE 'N'.
           88 WS-IS-WRITE-DONE VALUE 'Y'.

       01 WS-ROW-COUNT PIC 9(04) VALUE 0.
       01 WS-LINE-IDX PIC 9(04) VALUE 0.
       01 WS-TODAY PIC X(21) VALUE SPACES.

       01 WS-SCREEN-AREA.
           05 WS-SCREEN-LINE OCCURS 14 TIMES PIC X(100).
       01 WS-SCREEN-LENGTH PIC S9(04) COMP VALUE 1400.

       COPY 'books/APRVREG-REC.cpy'.
       COPY 'books/MASTER-REC.cpy'.
       COPY 'books/PROG0015.cpy'.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC

           MOVE 0 TO WS-BROWSE-KEY
           PERFORM PROC-PAGE-FORWARD

           PERFORM UNTIL WS-IS-EXIT
               PERFORM PROC-SEND-SCREEN
               MOVE SPACES TO WS-CMD-AREA
               EXEC CICS RECEIVE
                   INTO(WS-CMD-AREA)
                   LENGTH(WS-CMD-LENGTH)
               END-EXEC
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY
               EVALUATE WS-CMD-CODE
                   WHEN 'F'
                       MOVE WS-PAGE-LAST-KEY TO WS-BROWSE-KEY
                       ADD 1 TO WS-BROWSE-KEY
                       PERFORM PROC-PAGE-FORWARD
                   WHEN 'T'
      * Volta ao topo (solicitacao pendente mais antiga).
                       MOVE 0 TO WS-BROWSE-KEY
                       PERFORM PROC-PAGE-FORWARD
                   WHEN 'S'
                       PERFORM PROC-SUBMIT
                   WHEN 'A'
                       PERFORM PROC-DECIDE
                   WHEN 'R'
                       PERFORM PROC-DECIDE
                   WHEN 'X'
                       SET WS-IS-EXIT TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           EXEC CICS RETURN
           END-EXEC.

      * Pagina para frente so pelas PENDENTES: solicitacoes ja
      * decididas sao puladas no proprio browse.
       PROC-PAGE-FORWARD.

           PERFORM PROC-CLEAR-SCREEN
           MOVE 'N' TO WS-BROWSE-EOF

           EXEC CICS STARTBR
               FILE('APRVREG')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NENHUMA SOLICITACAO PENDENTE A PARTIR DESTE PONTO'
                   TO WS-SCREEN-LINE (3)
           ELSE
               PERFORM UNTIL WS-ROW-COUNT >= 10 OR WS-IS-BROWSE-EOF
                   EXEC CICS READNEXT
                       INTO(APRV-RECORD)
                       FILE('APRVREG')
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-IS-BROWSE-EOF TO TRUE
                   ELSE
                       IF APRV-PENDING
                           PERFORM PROC-FORMAT-ROW
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE('APRVREG')
               END-EXEC
               IF WS-ROW-COUNT = 0
                   MOVE
                     'NENHUMA SOLICITACAO PENDENTE A PARTIR DESTE PONTO'
                       TO WS-SCREEN-LINE (3)
               END-IF
           END-IF.

      * Registro da solicitacao: mesma validacao de forma do PROG0006
      * (acao valida, nome informado, novo nome na alteracao) e o
      * nome ja padronizado pelo PROG0015 precisa existir no mestre,
      * para o aprovador decidir sobre um registro real. A edicao
      * completa do novo nome continua sendo a do batch.
       PROC-SUBMIT.

           PERFORM PROC-CLEAR-SCREEN

           EVALUATE TRUE
               WHEN WS-USERID = SPACES
                   MOVE 'SOLICITACAO: SESSAO SEM USUARIO AUTENTICADO'
                       TO WS-SCREEN-LINE (3)
               WHEN NOT WS-CMD-ACTION-VALID
                   MOVE 'SOLICITACAO: ACAO INVALIDA - USE C, I, R OU D'
                       TO WS-SCREEN-LINE (3)
               WHEN WS-CMD-NAME = SPACES
                   MOVE 'SOLICITACAO: INFORME O NOME DO REGISTRO'
                       TO WS-SCREEN-LINE (3)
               WHEN WS-CMD-ACTION = 'C' AND WS-CMD-NEW-NAME = SPACES
                   MOVE 'SOLICITACAO: ALTERACAO EXIGE O NOVO NOME'
                       TO WS-SCREEN-LINE (3)
               WHEN OTHER
                   PERFORM PROC-CHECK-TARGET
           END-EVALUATE.

       PROC-CHECK-TARGET.

           INITIALIZE PROG0015-BOOK
           MOVE WS-CMD-SURNAME TO PROG0015-RAW-SURNAME
           MOVE WS-CMD-GIVEN   TO PROG0015-RAW-GIVEN
           EXEC CICS LINK
               PROGRAM('PROG0015')
               COMMAREA(PROG0015-BOOK)
               LENGTH(LENGTH OF PROG0015-BOOK)
           END-EXEC
           MOVE PROG0015-NAME-STD TO MASTER-NAME

           EXEC CICS READ
               FILE('MASTFILE')
               INTO(MASTER-RECORD)
               RIDFLD(MASTER-NAME)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SOLICITACAO: NOME NAO CADASTRADO NO MESTRE'
                   TO WS-SCREEN-LINE (3)
           ELSE
               PERFORM PROC-WRITE-REQUEST
           END-IF.

      * Numero novo = ultimo emitido + 1 (leitura para tras a partir
      * do fim do registro); se outro terminal gravou o mesmo numero
      * no intervalo (DUPREC), le de novo o ultimo e tenta outra vez.
       PROC-WRITE-REQUEST.

           MOVE 'N' TO WS-WRITE-DONE
           MOVE 0 TO WS-WRITE-TRIES

           PERFORM UNTIL WS-IS-WRITE-DONE OR WS-WRITE-TRIES >= 3
               ADD 1 TO WS-WRITE-TRIES
               PERFORM PROC-NEXT-REQUEST-ID

               INITIALIZE APRV-RECORD
               MOVE WS-NEXT-ID TO APRV-ID
               SET APRV-PENDING TO TRUE
               MOVE WS-CMD-ACTION TO APRV-ACTION
               MOVE MASTER-ID TO APRV-TARGET-ID
               MOVE MASTER-NAME TO APRV-NAME
               MOVE WS-CMD-NEW-NAME TO APRV-NEW-NAME
               MOVE WS-USERID TO APRV-MAKER
               MOVE WS-TODAY (1:14) TO APRV-REQ-TS

               EXEC CICS WRITE
                   FILE('APRVREG')
                   FROM(APRV-RECORD)
                   RIDFLD(APRV-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET WS-IS-WRITE-DONE TO TRUE
               ELSE
                   IF WS-RESP NOT = DFHRESP(DUPREC)
                       MOVE 3 TO WS-WRITE-TRIES
                   END-IF
               END-IF
           END-PERFORM

           IF WS-IS-WRITE-DONE
               STRING 'SOLICITACAO ' DELIMITED BY SIZE
                      APRV-ID DELIMITED BY SIZE
                      ' REGISTRADA POR ' DELIMITED BY SIZE
                      WS-USERID DELIMITED BY SIZE
                      ' - AGUARDA APROVACAO DE OUTRO OPERADOR'
                          DELIMITED BY SIZE
                      INTO WS-SCREEN-LINE (3)
               END-STRING
           ELSE
               MOVE 'FALHA AO GRAVAR A SOLICITACAO'
                   TO WS-SCREEN-LINE (3)
           END-IF.

       PROC-NEXT-REQUEST-ID.

           MOVE 0 TO WS-NEXT-ID

           EXEC CICS STARTBR
               FILE('APRVREG')
               RIDFLD(WS-HIGH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV
                   INTO(APRV-RECORD)
                   FILE('APRVREG')
                   RIDFLD(WS-HIGH-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE APRV-ID TO WS-NEXT-ID
               END-IF
               EXEC CICS ENDBR
                   FILE('APRVREG')
               END-EXEC
           END-IF
           MOVE HIGH-VALUES TO WS-HIGH-KEY

           ADD 1 TO WS-NEXT-ID.

      * Aprovacao (A) ou recusa (R): le a solicitacao com retencao
      * (READ UPDATE), recusa se ja decidida ou se o usuario da
      * sessao e o proprio solicitante, e grava aprovador, instante e
      * motivo.
       PROC-DECIDE.

           PERFORM PROC-CLEAR-SCREEN

           EVALUATE TRUE
               WHEN WS-CMD-ID IS NOT NUMERIC
                   MOVE 'DECISAO: INFORME A SOLICITACAO=99999999'
                       TO WS-SCREEN-LINE (3)
               WHEN WS-USERID = SPACES
                   MOVE 'DECISAO: SESSAO SEM USUARIO AUTENTICADO'
                       TO WS-SCREEN-LINE (3)
               WHEN OTHER
                   PERFORM PROC-DECIDE-REQUEST
           END-EVALUATE.

       PROC-DECIDE-REQUEST.

           MOVE WS-CMD-ID TO WS-DECIDE-KEY
           EXEC CICS READ
               FILE('APRVREG')
               INTO(APRV-RECORD)
               RIDFLD(WS-DECIDE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'SOLICITACAO NAO ENCONTRADA NO REGISTRO'
                       TO WS-SCREEN-LINE (3)
               WHEN NOT APRV-PENDING
                   EXEC CICS UNLOCK
                       FILE('APRVREG')
                   END-EXEC
                   STRING 'SOLICITACAO JA DECIDIDA - SITUACAO '
                              DELIMITED BY SIZE
                          APRV-STATUS DELIMITED BY SIZE
                          ' POR ' DELIMITED BY SIZE
                          APRV-CHECKER DELIMITED BY SIZE
                          INTO WS-SCREEN-LINE (3)
                   END-STRING
               WHEN APRV-MAKER = WS-USERID
                   EXEC CICS UNLOCK
                       FILE('APRVREG')
                   END-EXEC
                   MOVE 'SOLICITANTE NAO PODE DECIDIR A PROPRIA'
                       TO WS-SCREEN-LINE (3)
               WHEN WS-CMD-CODE = 'R' AND WS-CMD-REASON = SPACES
                   EXEC CICS UNLOCK
                       FILE('APRVREG')
                   END-EXEC
                   MOVE 'RECUSA: INFORME O MOTIVO'
                       TO WS-SCREEN-LINE (3)
               WHEN OTHER
                   PERFORM PROC-REWRITE-DECISION
           END-EVALUATE.

       PROC-REWRITE-DECISION.

           IF WS-CMD-CODE = 'A'
               SET APRV-APPROVED TO TRUE
           ELSE
               SET APRV-DECLINED TO TRUE
               MOVE WS-CMD-REASON TO APRV-REASON
           END-IF
           MOVE WS-USERID TO APRV-CHECKER
           MOVE WS-TODAY (1:14) TO APRV-DECIDE-TS

           EXEC CICS REWRITE
               FILE('APRVREG')
               FROM(APRV-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               IF APRV-APPROVED
                   STRING 'SOLICITACAO ' DELIMITED BY SIZE
                          WS-CMD-ID DELIMITED BY SIZE
                          ' APROVADA POR ' DELIMITED BY SIZE
                          WS-USERID DELIMITED BY SIZE
                          ' - APLICADA NA MANUTENCAO NOTURNA'
                              DELIMITED BY SIZE
                          INTO WS-SCREEN-LINE (3)
                   END-STRING
               ELSE
                   STRING 'SOLICITACAO ' DELIMITED BY SIZE
                          WS-CMD-ID DELIMITED BY SIZE
                          ' RECUSADA POR ' DELIMITED BY SIZE
                          WS-USERID DELIMITED BY SIZE
                          INTO WS-SCREEN-LINE (3)
                   END-STRING
               END-IF
           ELSE
               MOVE 'FALHA AO REGRAVAR A DECISAO'
                   TO WS-SCREEN-LINE (3)
           END-IF.

       PROC-CLEAR-SCREEN.

           MOVE 0 TO WS-ROW-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 14
               MOVE SPACES TO WS-SCREEN-LINE (WS-LINE-IDX)
           END-PERFORM
           MOVE 'MANUTENCAO COM DUPLA CUSTODIA - PROG0045'
               TO WS-SCREEN-LINE (1)
           MOVE 'SOLICITACOES PENDENTES, MAIS ANTIGAS PRIMEIRO'
               TO WS-SCREEN-LINE (2).

       PROC-FORMAT-ROW.

           ADD 1 TO WS-ROW-COUNT

           IF WS-ROW-COUNT = 1
               MOVE APRV-ID TO WS-PAGE-FIRST-KEY
           END-IF
           MOVE APRV-ID TO WS-PAGE-LAST-KEY

           STRING 'SOLIC=' DELIMITED BY SIZE
                  APRV-ID DELIMITED BY SIZE
                  ' ACAO=' DELIMITED BY SIZE
                  APRV-ACTION DELIMITED BY SIZE
                  ' ID=' DELIMITED BY SIZE
                  APRV-TARGET-ID DELIMITED BY SIZE
                  ' POR=' DELIMITED BY SIZE
                  APRV-MAKER DELIMITED BY SIZE
                  ' EM=' DELIMITED BY SIZE
                  APRV-REQ-TS (1:8) DELIMITED BY SIZE
                  ' NOME=' DELIMITED BY SIZE
                  FUNCTION TRIM(APRV-SURNAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(APRV-GIVEN-NAME) DELIMITED BY SIZE
                  ' NOVO=' DELIMITED BY SIZE
                  FUNCTION TRIM(APRV-NEW-SURNAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(APRV-NEW-GIVEN) DELIMITED BY SIZE
                  INTO WS-SCREEN-LINE (WS-ROW-COUNT + 3)
           END-STRING.

       PROC-SEND-SCREEN.

           STRING 'F=AVANCA T=TOPO S=SOLICITA ' DELIMITED BY SIZE
                  'A99999999=APROVA ' DELIMITED BY SIZE
                  'R99999999...MOTIVO=RECUSA X=SAI'
                      DELIMITED BY SIZE
                  INTO WS-SCREEN-LINE (14)
           END-STRING

           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.
