      * Book para o programa PROG0052.cbl (servico de reserva do
      * batch sobre o registro RUNLOCK - recurso MASTFILE).
      * Funcoes (PROG0052-FUNCTION):
      *   R = reserva: livre passa a ser do job; ja reservada pelo
      *       mesmo job so e retomada quando o chamador indica
      *       reinicio (PROG0052-RESTART, RESTART=Y da janela depois
      *       de um abend) - sem a indicacao e recusada como a de
      *       outro job (submissao em dobro); reserva presa de outra
      *       forma sai pela liberacao forcada (PROG0053);
      *   P = participa da reserva ja tomada pelo mesmo job (drivers
      *       da janela particionada, reservada pelo PROG0031) - nao
      *       altera o registro e o participante nao libera;
      *   L = libera a reserva do job no fim normal;
      *   F = liberacao forcada pelo operador (PROG0053), de
      *       qualquer dono;
      *   C = consulta (dono e situacao na resposta).
      * O job e o operador vem do cartao LOCKPARM (JOB=xxxxxxxx e
      * OPERADOR=xxxxxxxx); sem o cartao o job e o proprio programa.
      * RTN-CODE: 0 = atendido (na consulta: reserva ativa),
      *           4 = nada a liberar (livre ou de outro job) / na
      *               consulta: livre,
      *           8 = reservado por outro job, ou pelo mesmo job
      *               sem indicacao de reinicio (dono na resposta) /
      *               na participacao: a janela nao foi reservada
      *               por este job,
      *          16 = RUNLOCK indisponivel.
       01 PROG0052-BOOK.
           03 PROG0052-REQUEST.
               05 PROG0052-FUNCTION       PIC X(01).
                   88 PROG0052-FN-CLAIM       VALUE 'R'.
                   88 PROG0052-FN-JOIN        VALUE 'P'.
                   88 PROG0052-FN-RELEASE     VALUE 'L'.
                   88 PROG0052-FN-FORCE       VALUE 'F'.
                   88 PROG0052-FN-QUERY       VALUE 'C'.
               05 PROG0052-PROGRAM        PIC X(08).
      * Na liberacao forcada: operador que forcou.
               05 PROG0052-FORCE-OPERATOR PIC X(08).
      * Na reserva: 'S' quando o chamador reinicia depois de um
      * abend do mesmo job.
               05 PROG0052-RESTART        PIC X(01).
                   88 PROG0052-IS-RESTART     VALUE 'S'.
           03 PROG0052-CONTROL.
               05 PROG0052-RTN-CODE       PIC 9(04).
                   88 PROG0052-GRANTED        VALUE 0.
                   88 PROG0052-NOT-HELD       VALUE 4.
                   88 PROG0052-BUSY           VALUE 8.
                   88 PROG0052-UNAVAILABLE    VALUE 16.
           03 PROG0052-RESPONSE.
      * Job e operador deste chamador (LOCKPARM).
               05 PROG0052-MY-JOB         PIC X(08).
               05 PROG0052-MY-OPERATOR    PIC X(08).
      * 'S' quando a reserva ja era do mesmo job (retomada).
               05 PROG0052-RECLAIM-FLAG   PIC X(01).
                   88 PROG0052-RECLAIMED      VALUE 'S'.
      * Imagem do registro RUNLOCK (dono vigente ou ultimo).
               05 PROG0052-LOCK-STATUS    PIC X(01).
               05 PROG0052-LOCK-PROGRAM   PIC X(08).
               05 PROG0052-LOCK-JOB       PIC X(08).
               05 PROG0052-LOCK-OPERATOR  PIC X(08).
               05 PROG0052-LOCK-CLAIM-TS  PIC X(14).
               05 PROG0052-LOCK-RELEASE-TS PIC X(14).
               05 PROG0052-LOCK-RELEASED-BY PIC X(08).
               05 PROG0052-LOCK-FORCED    PIC X(01).
