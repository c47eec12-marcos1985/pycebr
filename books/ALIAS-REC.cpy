      * Book para o cadastro de nomes alternativos (ALIASFIL,
      * indexado, 113 bytes): nome de solteira, de casada, forma
      * abreviada de uso comum etc., cada um ligado ao MASTER-ID do
      * registro principal. Chave primaria = o proprio nome
      * alternativo na forma canonica (PROG0015), unica no cadastro;
      * indices alternativos com duplicidade sobre o MASTER-ID (os
      * nomes alternativos de um registro) e sobre a chave sonora
      * (PROG0028, quase-duplicidade na janela batch). Mantido pelo
      * PROG0057; o registro fica dormente enquanto o MASTER-ID nao
      * estiver no mestre (excluido/expurgado) e volta a valer com
      * a restauracao.
       01 ALIAS-RECORD.
           05 ALIAS-NAME.
               10 ALIAS-SURNAME       PIC X(40).
               10 ALIAS-GIVEN-NAME    PIC X(30).
           05 ALIAS-MASTER-ID         PIC 9(08).
      * Tipo: M = nome de solteira, C = nome de casada, A = forma
      * abreviada/uso comum, O = outro.
           05 ALIAS-TYPE              PIC X(01).
               88 ALIAS-TYPE-MAIDEN       VALUE 'M'.
               88 ALIAS-TYPE-MARRIED      VALUE 'C'.
               88 ALIAS-TYPE-SHORT        VALUE 'A'.
               88 ALIAS-TYPE-OTHER        VALUE 'O'.
               88 ALIAS-TYPE-VALID        VALUE 'M' 'C' 'A' 'O'.
           05 ALIAS-NAME-SIZE         PIC 9(04).
           05 ALIAS-PHON-KEY          PIC X(08).
           05 ALIAS-ADD-TS            PIC X(14).
           05 ALIAS-OPERATOR          PIC X(08).
