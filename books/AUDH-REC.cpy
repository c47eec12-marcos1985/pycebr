      * Book para o historico indexado da trilha de auditoria
      * (AUDHIST), carregado pela virada mensal (PROG0054) com as
      * linhas dos meses fechados do AUDTFILE. Chave primaria: ID +
      * carimbo + sequencia da linha na virada (linhas do mesmo ID
      * no mesmo instante ficam distintas e na ordem de gravacao).
      * Chaves alternativas, com duplicidade: operador + carimbo,
      * programa + carimbo e carimbo + sequencia (faixa de datas).
      * A linha original da trilha vai inteira em AUDH-LINE; a
      * redefinicao expoe os campos do AUDIT-REC.
       01 AUDH-RECORD.
           05 AUDH-KEY.
               10 AUDH-ID             PIC 9(08).
               10 AUDH-TIMESTAMP      PIC X(21).
               10 AUDH-SEQ            PIC 9(09).
           05 AUDH-OPER-KEY.
               10 AUDH-OPERATOR       PIC X(08).
               10 AUDH-OPER-TS        PIC X(21).
           05 AUDH-PROG-KEY.
               10 AUDH-PROGRAM        PIC X(08).
               10 AUDH-PROG-TS        PIC X(21).
           05 AUDH-DATE-KEY.
               10 AUDH-DATE-TS        PIC X(21).
               10 AUDH-DATE-SEQ       PIC 9(09).
      * Mes (AAAAMM) da virada que carregou a linha.
           05 AUDH-MONTH              PIC X(06).
           05 AUDH-LINE               PIC X(198).
           05 AUDH-LINE-FIELDS REDEFINES AUDH-LINE.
               10 AUDH-L-TIMESTAMP    PIC X(21).
               10 AUDH-L-PROGRAM      PIC X(08).
               10 AUDH-L-ID           PIC 9(08).
               10 AUDH-L-NAME         PIC X(70).
               10 AUDH-L-RTN-CODE     PIC 9(04).
               10 AUDH-L-OPERATOR     PIC X(08).
               10 AUDH-L-ACTION       PIC X(01).
               10 AUDH-L-BEFORE-KEY   PIC X(70).
               10 AUDH-L-APPROVER     PIC X(08).
