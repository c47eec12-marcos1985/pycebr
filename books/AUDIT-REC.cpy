      * manutencao/correcao; origem do movimento na janela batch),
      * o codigo da acao aplicada e a imagem anterior da chave
      * (nome antes da alteracao), cobrindo a vida inteira do
      * registro e nao so o nascimento. Nas solicitacoes com dupla
      * custodia (APRVREG) o operador e o solicitante e
      * AUDIT-APPROVER o segundo operador que aprovou; em branco nas
      * demais linhas. No estorno de origem (PROG0062, acao 'E') o
      * operador e a origem estornada, AUDIT-APPROVER quem deu o
      * visto na previa e a imagem anterior leva a data de movimento
      * estornada e o inicio da execucao cujo RUNHIST foi reduzido.
       01 AUDIT-RECORD.
           05 AUDIT-TIMESTAMP         PIC X(21).
           05 AUDIT-PROGRAM           PIC X(08).
           05 AUDIT-BEFORE-KEY.
               10 AUDIT-BEFORE-SURNAME PIC X(40).
               10 AUDIT-BEFORE-GIVEN   PIC X(30).
           05 AUDIT-BACKOUT-REF REDEFINES AUDIT-BEFORE-KEY.
               10 AUDIT-BKO-BUS-DATE   PIC X(08).
               10 AUDIT-BKO-RUN-TS     PIC X(14).
               10 FILLER               PIC X(48).
           05 AUDIT-APPROVER          PIC X(08).
