      * Book para o arquivo de saldos mensais do mestre (BALFWD,
      * sequencial acumulado, DISP=MOD). Gravado pelo PROG0059 no
      * fechamento de cada mes: a contagem real do MASTFILE por
      * status no fim do mes, que e o saldo inicial do mes
      * seguinte. A reexecucao de um mes acrescenta outro registro
      * do mesmo mes; vale o ultimo gravado.
       01 BALFWD-RECORD.
           05 BALFWD-MONTH            PIC X(06).
           05 BALFWD-ACTIVE           PIC 9(09).
           05 BALFWD-INACTIVE         PIC 9(09).
           05 BALFWD-TOTAL            PIC 9(09).
      * Resultado do fechamento: B = batido com o saldo esperado,
      * D = divergente, S = sem saldo inicial (primeiro fechamento
      * ou mes anterior nao fechado).
           05 BALFWD-RESULT           PIC X(01).
               88 BALFWD-BALANCED         VALUE 'B'.
               88 BALFWD-DIVERGENT        VALUE 'D'.
               88 BALFWD-NO-OPENING       VALUE 'S'.
           05 BALFWD-RUN-TS           PIC X(14).
