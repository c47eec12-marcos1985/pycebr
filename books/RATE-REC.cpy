      * Book para a tabela de tarifas da cobranca mensal (RATECARD,
      * cartoes de 80 colunas lidos pelo PROG0055). Tipos de cartao:
      *   A = tarifa unitaria da atividade (RATE-KEY = RECEBIDO,
      *       ACEITO, REJEITAD, CORRIGID, REGISTRO, EVENTO ou
      *       ENTREGA; RATE-AMOUNT = valor por unidade)
      *   D = departamento (RATE-KEY = departamento, RATE-AMOUNT =
      *       cobranca minima do mes, RATE-DESC = nome na fatura)
      *   O = origem transmissora (RATE-KEY = NAME-HDR-SOURCE)
      *       cobrada do departamento RATE-DEPT
      *   S = assinante do feed (RATE-KEY = assinante do SUBSFILE)
      *       cobrado do departamento RATE-DEPT
      * Cartao com '*' na coluna 1 e comentario.
       01 RATE-RECORD.
           05 RATE-TYPE               PIC X(01).
               88 RATE-IS-ACTIVITY        VALUE 'A'.
               88 RATE-IS-DEPT            VALUE 'D'.
               88 RATE-IS-ORIGIN          VALUE 'O'.
               88 RATE-IS-SUBSCRIBER      VALUE 'S'.
               88 RATE-IS-COMMENT         VALUE '*'.
           05 FILLER                  PIC X(01).
           05 RATE-KEY                PIC X(08).
           05 FILLER                  PIC X(01).
           05 RATE-DEPT               PIC X(08).
           05 FILLER                  PIC X(01).
           05 RATE-AMOUNT             PIC 9(07)V9(04).
           05 FILLER                  PIC X(01).
           05 RATE-DESC               PIC X(30).
           05 FILLER                  PIC X(18).
