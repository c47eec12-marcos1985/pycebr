      * uma consulta downstream) no registro do mestre, lendo pelo
      * indice alternativo sobre MASTER-ID, sem varredura sequencial.
      * Chamavel pelos programas batch e online da suite.
      * ID aposentado numa fusao (PROG0040) nao esta mais no mestre:
      * o arquivo de encaminhamento (FWDFILE) leva ao sobrevivente,
      * que e devolvido no lugar dele.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS MASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

      * OPTIONAL: o encaminhamento so existe apos a primeira fusao.
           SELECT OPTIONAL FWD-FILE ASSIGN TO "FWDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FWD-RETIRED-ID
               FILE STATUS IS WS-FWD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  FWD-FILE.
       COPY 'books/FWD-REC.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-MASTER-STATUS PIC XX.
       01 WS-FWD-STATUS PIC XX.
       01 WS-FWD-OPEN PIC X VALUE 'N'.
           88 WS-FWD-IS-OPEN VALUE 'Y'.
       01 WS-FIRST-CALL PIC X VALUE 'Y'.
           88 WS-IS-FIRST-CALL VALUE 'Y'.

                   MOVE 8 TO PROG0014-RTN-CODE
                   GOBACK
               END-IF
      * Sem encaminhamento legivel a consulta segue so pelo mestre.
               OPEN INPUT FWD-FILE
               IF WS-FWD-STATUS = '00'
                   SET WS-FWD-IS-OPEN TO TRUE
               END-IF
               MOVE 'N' TO WS-FIRST-CALL
           END-IF

           MOVE SPACES TO PROG0014-NAME
           MOVE 0 TO PROG0014-NAME-SIZE
           MOVE SPACE TO PROG0014-STATUS
           MOVE PROG0014-ID TO PROG0014-RESOLVED-ID
           MOVE 'N' TO PROG0014-FWD-FLAG

           MOVE PROG0014-ID TO MASTER-ID
           READ MASTER-FILE KEY IS MASTER-ID
                   MOVE MASTER-STATUS    TO PROG0014-STATUS
           END-READ

      * A fusao re-aponta as entradas antigas para o sobrevivente
      * novo: um salto basta.
           IF PROG0014-RTN-CODE = 1 AND WS-FWD-IS-OPEN
               MOVE PROG0014-ID TO FWD-RETIRED-ID
               READ FWD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FWD-SURVIVOR-ID TO MASTER-ID
                       READ MASTER-FILE KEY IS MASTER-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 0 TO PROG0014-RTN-CODE
                               MOVE MASTER-ID TO PROG0014-RESOLVED-ID
                               SET PROG0014-FORWARDED TO TRUE
                               MOVE MASTER-NAME TO PROG0014-NAME
                               MOVE MASTER-NAME-SIZE
                                   TO PROG0014-NAME-SIZE
                               MOVE MASTER-STATUS TO PROG0014-STATUS
                       END-READ
               END-READ
           END-IF

           GOBACK.
