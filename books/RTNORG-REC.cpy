      * Book para o arquivo de retorno as origens (RTNFILE).
      * Gravado pelo PROG0001 ao final da janela: um bloco por
      * envelope do NAMEIN, com header, uma linha por detalhe
      * rejeitado (valores originais do NAMEIN, EXCEPT-ID, RTN-CODE e
      * mensagem do catalogo) e trailer com a contagem de linhas. Toda
      * linha traz a origem (NAME-HDR-SOURCE) e a data do movimento
      * nas mesmas colunas, para a JCL repartir o arquivo em um
      * dataset de retorno por origem. Envelope recusado na
      * verificacao sai com RTNORG-HDR-STATUS 'F' e sem detalhes: a
      * origem tem de retransmitir o envelope inteiro.
      * RTNORG-ENV-SEQ e a posicao do envelope no NAMEIN do dia.
       01 RTNORG-HEADER.
           05 RTNORG-HDR-TAG          PIC X(03).
           05 RTNORG-HDR-SOURCE       PIC X(08).
           05 RTNORG-HDR-DATE         PIC X(08).
           05 RTNORG-HDR-ENV-SEQ      PIC 9(02).
           05 RTNORG-HDR-STATUS       PIC X(01).
               88 RTNORG-ENV-PROCESSED VALUE 'V'.
               88 RTNORG-ENV-REFUSED   VALUE 'F'.
           05 RTNORG-HDR-EXPECTED     PIC 9(07).
           05 RTNORG-HDR-DETAILS      PIC 9(07).
           05 RTNORG-HDR-RUN-TS       PIC X(14).
           05 FILLER                  PIC X(123).
       01 RTNORG-DETAIL.
           05 RTNORG-DET-TAG          PIC X(03).
           05 RTNORG-DET-SOURCE       PIC X(08).
           05 RTNORG-DET-DATE         PIC X(08).
           05 RTNORG-DET-ENV-SEQ      PIC 9(02).
           05 RTNORG-DET-EXCEPT-ID    PIC 9(08).
           05 RTNORG-DET-RTN-CODE     PIC 9(04).
           05 RTNORG-DET-SURNAME      PIC X(40).
           05 RTNORG-DET-GIVEN        PIC X(30).
           05 RTNORG-DET-COUNTRIES.
               10 RTNORG-DET-COUNTRY OCCURS 5 TIMES PIC X(02).
           05 RTNORG-DET-MSG          PIC X(60).
       01 RTNORG-TRAILER.
           05 RTNORG-TRL-TAG          PIC X(03).
           05 RTNORG-TRL-SOURCE       PIC X(08).
           05 RTNORG-TRL-DATE         PIC X(08).
           05 RTNORG-TRL-ENV-SEQ      PIC 9(02).
           05 RTNORG-TRL-COUNT        PIC 9(07).
           05 FILLER                  PIC X(145).
