      * Book para o registro de reserva do batch (RUNLOCK): um
      * registro por recurso reservado - hoje so 'MASTFILE', que
      * cobre o mestre e os arquivos atualizados junto (IDSEQFIL,
      * CTRYXREF, PHONFILE, EXCPREG, REVWREG). Quem atualiza o
      * mestre reserva no inicio e libera no fim pelo servico
      * PROG0052; a reserva pertence ao job que a tomou. Consulta e
      * liberacao forcada pelo operador: PROG0053.
       01 LOCK-RECORD.
           05 LOCK-RESOURCE           PIC X(08).
           05 LOCK-STATUS             PIC X(01).
               88 LOCK-HELD               VALUE 'R'.
               88 LOCK-FREE               VALUE 'L'.
      * Dono da reserva vigente (ou da ultima, quando livre).
           05 LOCK-PROGRAM            PIC X(08).
           05 LOCK-JOB                PIC X(08).
           05 LOCK-OPERATOR           PIC X(08).
           05 LOCK-CLAIM-TS           PIC X(14).
      * Liberacao: programa que liberou no fim normal, ou o operador
      * na liberacao forcada (LOCK-FORCED = 'S').
           05 LOCK-RELEASE-TS         PIC X(14).
           05 LOCK-RELEASED-BY        PIC X(08).
           05 LOCK-FORCED             PIC X(01).
               88 LOCK-WAS-FORCED         VALUE 'S'.
