      * Operador/solicitante da transacao, gravado na trilha de
      * auditoria com cada acao aplicada ou rejeitada.
           05 MAINT-OPERATOR          PIC X(08).
      * Aprovador da solicitacao com dupla custodia (APRVREG); em
      * branco nos cartoes do MNTIN.
           05 MAINT-APPROVER          PIC X(08).
