           05 RUNREG-DATE             PIC X(08).
           05 RUNREG-START-TS         PIC X(14).
           05 RUNREG-END-TS           PIC X(14).
      * Desfecho 90: movimento da data com uma origem estornada pelo
      * PROG0062, aguardando o reenvio da origem com FORCA=S (que
      * regrava a entrada com o desfecho do reenvio).
           05 RUNREG-OUTCOME          PIC 9(02).
               88 RUNREG-BACKED-OUT       VALUE 90.
