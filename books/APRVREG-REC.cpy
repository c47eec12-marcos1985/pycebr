      * Book para o registro de solicitacoes de manutencao com dupla
      * custodia (APRVREG), chaveado pelo numero da solicitacao
      * (APRV-ID, emitido em ordem crescente pela transacao online
      * PROG0045). Um operador registra a solicitacao (acao e nomes
      * no mesmo desenho do cartao MNTIN); OUTRO operador aprova ou
      * recusa online; a manutencao noturna (PROG0006) aplica as
      * aprovadas com os dois operadores na trilha de auditoria.
      * Situacoes:
      *   P = pendente de aprovacao
      *   A = aprovada, aguardando a manutencao noturna
      *   R = recusada pelo aprovador (APRV-REASON)
      *   E = efetivada pelo PROG0006
      *   F = rejeitada pela edicao do PROG0006 (APRV-REASON)
       01 APRV-RECORD.
           05 APRV-ID                 PIC 9(08).
           05 APRV-STATUS             PIC X(01).
               88 APRV-PENDING            VALUE 'P'.
               88 APRV-APPROVED           VALUE 'A'.
               88 APRV-DECLINED           VALUE 'R'.
               88 APRV-APPLIED            VALUE 'E'.
               88 APRV-FAILED             VALUE 'F'.
           05 APRV-ACTION             PIC X(01).
      * MASTER-ID do registro-alvo na hora da solicitacao (o nome ja
      * vai padronizado pelo PROG0015, como no mestre).
           05 APRV-TARGET-ID          PIC 9(08).
           05 APRV-NAME.
               10 APRV-SURNAME        PIC X(40).
               10 APRV-GIVEN-NAME     PIC X(30).
           05 APRV-NEW-NAME.
               10 APRV-NEW-SURNAME    PIC X(40).
               10 APRV-NEW-GIVEN      PIC X(30).
      * Solicitante e aprovador (sempre operadores diferentes), com
      * os instantes da solicitacao e da decisao (AAAAMMDDHHMMSS).
           05 APRV-MAKER              PIC X(08).
           05 APRV-REQ-TS             PIC X(14).
           05 APRV-CHECKER            PIC X(08).
           05 APRV-DECIDE-TS          PIC X(14).
      * Motivo da recusa (R) ou da rejeicao no batch (F).
           05 APRV-REASON             PIC X(40).
      * Instante em que a manutencao noturna tratou a solicitacao.
           05 APRV-BATCH-TS           PIC X(14).
