      * Book para o feed de nomes em largura fixa (formato 'F' do
      * perfil de assinantes, SUBSFILE coluna 60). Gravado pelo
      * PROG0003 no lugar do envelope JSON para o assinante que nao
      * le JSON: header com a data do movimento e a execucao, um
      * registro por detalhe ('DET') ou evento de manutencao/expurgo
      * ('EVT'), trailer com a mesma contagem de objetos do envelope
      * JSON (a que vai para o FEEDSUM). Campos sem uso no tipo do
      * registro saem em branco (IDs em zeros).
      * 'ALS' = nome alternativo do registro (sobrenome/nome nos
      * campos do nome), logo depois do 'DET' ou do 'EVT' N/X a que
      * pertence; faz parte do mesmo objeto e nao entra na contagem.
       01 FEEDFIX-HEADER.
           05 FEEDFIX-HDR-TAG         PIC X(03).
           05 FEEDFIX-HDR-DATE        PIC X(08).
           05 FEEDFIX-HDR-RUN         PIC X(14).
      * N = movimento, S = regeneracao, B = carga inicial.
           05 FEEDFIX-HDR-REGEN       PIC X(01).
           05 FILLER                  PIC X(176).
      * FEEDFIX-DET-EVENT: acao do evento (C/I/R/D/P/V/A/M/N/X, ver
      * PROG0003.cpy); branco no detalhe. FEEDFIX-DET-MERGED-ID so
      * na fusao ('M'); nome anterior so na alteracao ('C').
       01 FEEDFIX-DETAIL.
           05 FEEDFIX-DET-TAG         PIC X(03).
           05 FEEDFIX-DET-EVENT       PIC X(01).
           05 FEEDFIX-DET-ID          PIC 9(08).
           05 FEEDFIX-DET-MERGED-ID   PIC 9(08).
           05 FEEDFIX-DET-SURNAME     PIC X(40).
           05 FEEDFIX-DET-GIVEN       PIC X(30).
           05 FEEDFIX-DET-OLD-SURNAME PIC X(40).
           05 FEEDFIX-DET-OLD-GIVEN   PIC X(30).
           05 FEEDFIX-DET-CTRY-COUNT  PIC 9(02).
           05 FEEDFIX-DET-COUNTRIES.
               10 FEEDFIX-DET-COUNTRY OCCURS 20 TIMES PIC X(02).
       01 FEEDFIX-TRAILER.
           05 FEEDFIX-TRL-TAG         PIC X(03).
           05 FEEDFIX-TRL-COUNT       PIC 9(07).
           05 FILLER                  PIC X(192).
