      * sao emitidos em ordem crescente pela janela batch, entao o
      * browse ascendente pela chave percorre as pendencias da mais
      * antiga para a mais nova.
      * O operador da anotacao e o usuario autenticado da sessao
      * (EXEC CICS ASSIGN USERID), nao um campo digitado; as
      * posicoes 10-17 da area de comando ficam sem uso.

       DATA DIVISION.

       01 WS-CMD-AREA.
           05 WS-CMD-CODE PIC X(01) VALUE SPACE.
           05 WS-CMD-ID PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE SPACES.
       01 WS-CMD-LENGTH PIC S9(04) COMP VALUE 17.

       01 WS-RESP PIC S9(08) COMP VALUE 0.

      * Usuario autenticado da sessao: quem assume a pendencia.
       01 WS-USERID PIC X(08) VALUE SPACES.

       01 WS-BROWSE-KEY PIC 9(08) VALUE 0.
       01 WS-PAGE-FIRST-KEY PIC 9(08) VALUE 0.
       01 WS-PAGE-LAST-KEY PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY

           MOVE 0 TO WS-BROWSE-KEY
           END-IF.

      * Anotacao: le a pendencia com retencao (READ UPDATE), recusa
      * se ja resolvida ou ja em trabalho por OUTRO usuario, e
      * grava quem assumiu e quando.
       PROC-ANNOTATE.

           PERFORM PROC-CLEAR-SCREEN

           IF WS-CMD-ID IS NOT NUMERIC OR WS-USERID = SPACES
               MOVE 'ANOTACAO: INFORME A ID=99999999'
                   TO WS-SCREEN-LINE (3)
           ELSE
               MOVE WS-CMD-ID TO WS-ANNOTATE-KEY
                       MOVE 'EXCECAO JA RESOLVIDA - NADA A ANOTAR'
                           TO WS-SCREEN-LINE (3)
                   WHEN EXCPREG-WORKED-BY NOT = SPACES
                           AND EXCPREG-WORKED-BY NOT = WS-USERID
                       EXEC CICS UNLOCK
                           FILE('EXCPREG')
                       END-EXEC
                              INTO WS-SCREEN-LINE (3)
                       END-STRING
                   WHEN OTHER
                       MOVE WS-USERID TO EXCPREG-WORKED-BY
                       MOVE WS-TODAY (1:8) TO EXCPREG-WORKED-DATE
                       EXEC CICS REWRITE
                           FILE('EXCPREG')
                           STRING 'PENDENCIA ' DELIMITED BY SIZE
                                  WS-CMD-ID DELIMITED BY SIZE
                                  ' ANOTADA PARA ' DELIMITED BY SIZE
                                  WS-USERID DELIMITED BY SIZE
                                  INTO WS-SCREEN-LINE (3)
                           END-STRING
                       ELSE

       PROC-SEND-SCREEN.

           MOVE 'F=AVANCA  T=TOPO  A99999999=ANOTA  X=SAI'
               TO WS-SCREEN-LINE (14)

           EXEC CICS SEND TEXT
