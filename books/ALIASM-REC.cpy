      * Book para o arquivo de transacoes de manutencao de nomes
      * alternativos (ALIASIN, lido pelo PROG0057). Acoes suportadas:
      *   A = inclusao de nome alternativo para um MASTER-ID existente
      *   R = remocao de nome alternativo do MASTER-ID
      * O nome passa pela mesma padronizacao (PROG0015) e edicao
      * (PROG0002) do nome principal na janela batch.
       01 ALIASM-RECORD.
           05 ALIASM-ACTION           PIC X(01).
               88 ALIASM-ACTION-ADD       VALUE 'A'.
               88 ALIASM-ACTION-REMOVE    VALUE 'R'.
               88 ALIASM-ACTION-VALID     VALUE 'A' 'R'.
           05 ALIASM-ID               PIC 9(08).
           05 ALIASM-NAME.
               10 ALIASM-SURNAME      PIC X(40).
               10 ALIASM-GIVEN-NAME   PIC X(30).
      * Tipo do nome alternativo (ver ALIAS-REC.cpy); so na inclusao.
           05 ALIASM-TYPE             PIC X(01).
      * Operador/solicitante da transacao, gravado na trilha de
      * auditoria.
           05 ALIASM-OPERATOR         PIC X(08).
