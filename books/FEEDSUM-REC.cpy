      * um feed filtrado por pais nao pode ser conferido contra o
      * total geral do RUNSUMF. Cumulativo no dia (DISP=MOD):
      * segmentos de correcao (PROG0011) acrescentam suas contagens.
      * FEEDSUM-EVENTS separa, dentro da contagem, os eventos de
      * manutencao/expurgo (vao a todos os assinantes) dos registros
      * de nome publicados - base da cobranca mensal (PROG0055).
      * Linha gravada antes do campo existir nao traz numero nele:
      * conta como zero evento.
       01 FEEDSUM-RECORD.
           05 FEEDSUM-SUBSCRIBER      PIC X(08).
           05 FEEDSUM-DATE            PIC X(08).
           05 FEEDSUM-COUNT           PIC 9(07).
           05 FEEDSUM-EVENTS          PIC 9(07).
