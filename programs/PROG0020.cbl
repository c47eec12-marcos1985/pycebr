      *   - status fora dos valores conhecidos (A/I);
      *   - ID acima da marca d'agua do IDSEQFIL;
      *   - ID emitido sem rastro no mestre, no registro de
      *     excecoes, no arquivo morto nem no encaminhamento de
      *     fusoes (possivel perda);
      *   - duplicidade de ID no mestre (contagem sequencial maior
      *     que os IDs distintos alcancados pela consulta por ID);
      *   - linha de auditoria de publicacao (PROG0003, RTN=0) cujo
      *     ID nao esta mais no mestre nem no arquivo morto - no mes
      *     aberto (AUDTFILE) e nos meses fechados do historico
      *     AUDHIST, lido direto pela chave de programa.
      * Qualquer achado sai no relatorio de discrepancias (INTGRPT)
      * e o job termina com RETURN-CODE 8, para que corrupcao seja
      * pega pela esteira e nao por um usuario downstream surpreso.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * OPTIONAL: o historico so existe apos a primeira virada
      * mensal da trilha (PROG0054).
           SELECT OPTIONAL AUDH-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               ALTERNATE RECORD KEY IS AUDH-OPER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-PROG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDH-DATE-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT INTG-REPORT ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  AUDIT-FILE.
       COPY 'books/AUDIT-REC.cpy'.

       FD  AUDH-FILE.
       COPY 'books/AUDH-REC.cpy'.

       FD  INTG-REPORT.
       01 INTG-REPORT-LINE PIC X(132).

       01 WS-EXCPREG-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-AUDH-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-MASTER-EOF PIC X VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
       01 WS-AUDIT-EOF PIC X VALUE 'N'.
           88 END-OF-AUDIT VALUE 'Y'.
       01 WS-AUDH-EOF PIC X VALUE 'N'.
           88 END-OF-AUDH VALUE 'Y'.
       01 WS-AUDH-SWITCH PIC X VALUE 'N'.
           88 WS-HAS-AUDH VALUE 'Y'.

       01 WS-LAST-ID PIC 9(08) VALUE 0.
       01 WS-SCAN-ID PIC 9(08) VALUE 0.
           PERFORM PROC-SCAN-MASTER
           PERFORM PROC-SCAN-ID-RANGE
           PERFORM PROC-SCAN-AUDIT
           PERFORM PROC-SCAN-HISTORY
           PERFORM PROC-PRINT-TOTALS

           CLOSE MASTER-FILE
           CLOSE EXCP-REG-FILE
           CLOSE ARCH-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDH-FILE
           CLOSE INTG-REPORT

           IF WS-DISCREPANCIES > 0
               STOP RUN
           END-IF

           OPEN INPUT AUDH-FILE
           IF WS-AUDH-STATUS NOT = '00' AND WS-AUDH-STATUS NOT = '05'
               DISPLAY "PROG0020: falha ao abrir AUDHIST - STATUS "
                   WS-AUDH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUDH-STATUS = '00'
               SET WS-HAS-AUDH TO TRUE
           END-IF

           OPEN OUTPUT INTG-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0020: falha ao abrir INTGRPT - STATUS "
               INITIALIZE PROG0014-BOOK
               MOVE WS-SCAN-ID TO PROG0014-ID
               CALL 'PROG0014' USING PROG0014-BOOK
      * ID aposentado numa fusao responde pelo sobrevivente: tem
      * rastro (o encaminhamento), mas nao e mais um registro do
      * mestre e fica fora da conta de duplicidade.
               EVALUATE TRUE
                   WHEN PROG0014-RTN-CODE = 0 AND PROG0014-FORWARDED
                       CONTINUE
                   WHEN PROG0014-RTN-CODE = 0
                       ADD 1 TO WS-IDS-ON-MASTER
                   WHEN OTHER
                       MOVE WS-SCAN-ID TO EXCPREG-ID
                       READ EXCP-REG-FILE
                           INVALID KEY
                               PERFORM PROC-CHECK-ARCHIVE
                       END-READ
               END-EVALUATE
           END-PERFORM

      * Registros acima da marca ja foram apontados um a um e nao
                   NOT AT END
                       IF AUDIT-PROGRAM = 'PROG0003'
                               AND AUDIT-RTN-CODE = 0
                           PERFORM PROC-CHECK-PUBLISHED
                       END-IF
               END-READ
           END-PERFORM.

      * Meses fechados: so as linhas do PROG0003, pela chave de
      * programa; a linha vai para a area da trilha e passa pela
      * mesma conferencia.
       PROC-SCAN-HISTORY.

           IF NOT WS-HAS-AUDH
               SET END-OF-AUDH TO TRUE
           ELSE
               MOVE 'PROG0003' TO AUDH-PROGRAM
               MOVE SPACES TO AUDH-PROG-TS
               START AUDH-FILE KEY IS NOT LESS THAN AUDH-PROG-KEY
                   INVALID KEY
                       SET END-OF-AUDH TO TRUE
               END-START
           END-IF

           PERFORM UNTIL END-OF-AUDH
               READ AUDH-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDH TO TRUE
                   NOT AT END
                       IF AUDH-PROGRAM NOT = 'PROG0003'
                           SET END-OF-AUDH TO TRUE
                       ELSE
                           IF AUDH-L-RTN-CODE = 0
                               MOVE AUDH-LINE TO AUDIT-RECORD
                               PERFORM PROC-CHECK-PUBLISHED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROC-CHECK-PUBLISHED.

           INITIALIZE PROG0014-BOOK
           MOVE AUDIT-ID TO PROG0014-ID
           CALL 'PROG0014' USING PROG0014-BOOK
           IF PROG0014-RTN-CODE NOT = 0
               MOVE AUDIT-ID TO ARCH-ID
               READ ARCH-FILE
                   INVALID KEY
                       PERFORM PROC-COUNT-DISCREPANCY
                       STRING "AUDITORIA SEM MESTRE E SEM "
                                  DELIMITED BY SIZE
                              "ARQUIVO MORTO: ID=" DELIMITED BY SIZE
                              AUDIT-ID DELIMITED BY SIZE
                              " PUBLICADO EM " DELIMITED BY SIZE
                              AUDIT-TIMESTAMP (1:8) DELIMITED BY SIZE
                              INTO INTG-REPORT-LINE
                       WRITE INTG-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       PROC-COUNT-DISCREPANCY.

           ADD 1 TO WS-DISCREPANCIES.
