      * reprocessar o movimento nem tocar o registro de datas.
      * Substitui o dilema entre restaurar backup do consumidor e
      * rodar a janela inteira com FORCA=S.
      * Registro retido pela triagem da lista de restricao (fila
      * SCRNREG) nao sai na regeneracao: o retido na aceitacao nao
      * estava no feed do dia (o liberado saiu no segmento da
      * liberacao) e o flagrado pela retriagem nao e reenviado
      * enquanto pendente ou confirmado.
      * PARM: DATA=AAAAMMDD (obrigatoria - data a regenerar).

       ENVIRONMENT DIVISION.
               RECORD KEY IS CTRYX-KEY
               FILE STATUS IS WS-CTRYX-STATUS.

           SELECT OPTIONAL SCRN-REG-FILE ASSIGN TO "SCRNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-ID
               FILE STATUS IS WS-SCRNREG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CTRY-XREF-FILE.
       COPY 'books/CTRYX-REC.cpy'.

       FD  SCRN-REG-FILE.
       COPY 'books/SCRNREG-REC.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-MASTER-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-SCRNREG-STATUS PIC XX.

       01 WS-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
       01 WS-XREF-EOF PIC X VALUE 'N'.
           88 END-OF-XREF VALUE 'Y'.
       01 WS-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-IS-HELD VALUE 'Y'.

       01 WS-REGEN-DATE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-TOTALS.
           05 WS-TOTAL-SCANNED        PIC 9(07) VALUE 0.
           05 WS-TOTAL-EXTRACTED      PIC 9(07) VALUE 0.
           05 WS-TOTAL-HELD           PIC 9(07) VALUE 0.

       COPY 'books/PROG0003.cpy'.

               STOP RUN
           END-IF

           OPEN INPUT SCRN-REG-FILE
           IF WS-SCRNREG-STATUS NOT = '00'
                   AND WS-SCRNREG-STATUS NOT = '05'
               DISPLAY "PROG0033: falha ao abrir SCRNREG - STATUS "
                   WS-SCRNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                   NOT AT END
                       ADD 1 TO WS-TOTAL-SCANNED
                       IF MASTER-ADD-TS (1:8) = WS-REGEN-DATE
                           PERFORM PROC-CHECK-SCREENING
                           IF WS-IS-HELD
                               ADD 1 TO WS-TOTAL-HELD
                           ELSE
                               PERFORM PROC-EXTRACT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE SCRN-REG-FILE

           DISPLAY "PROG0033: FEED DE " WS-REGEN-DATE " REGERADO COM "
               WS-TOTAL-EXTRACTED " OBJETOS DE "
               WS-TOTAL-SCANNED " REGISTROS DO MESTRE"
           DISPLAY "PROG0033: RETIDOS PELA TRIAGEM: " WS-TOTAL-HELD

           MOVE 0 TO RETURN-CODE
           STOP RUN.

           ADD 1 TO WS-TOTAL-EXTRACTED.

      * Fica de fora o registro com entrada na fila de triagem,
      * exceto o flagrado pela retriagem e ja liberado (saiu no feed
      * do dia e compliance o liberou).
       PROC-CHECK-SCREENING.

           MOVE 'N' TO WS-HELD-SWITCH
           MOVE MASTER-ID TO SCRN-ID
           READ SCRN-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SCRN-CLEARED OR SCRN-ORIGIN NOT = 'T'
                       SET WS-IS-HELD TO TRUE
                   END-IF
           END-READ.

      * As afiliacoes vem do CTRYXREF (chaveado por pais + id):
      * varredura completa filtrando o ID, como nas varreduras de
      * manutencao - aceitavel num utilitario de regeneracao.
