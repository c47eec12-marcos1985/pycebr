                   88 PROG0003-FN-TRAILER VALUE 'T'.
                   88 PROG0003-FN-EVENT VALUE 'E'.
      * Acao do evento: C=alteracao I=inativacao R=reativacao
      * D=exclusao P=expurgo V=restauracao (volta do arquivo morto)
      * A=anonimizacao (nome sobreposto pelo token, sem nome
      * anterior) M=fusao (ID sobrevivente + ID incorporado)
      * N=inclusao de nome alternativo X=remocao de nome alternativo
      * (nome principal + PROG0003-ALIAS-NAME, PROG0057).
               05 PROG0003-EVENT-ACTION PIC X(01).
               05 PROG0003-OLD-NAME.
                   10 PROG0003-OLD-SURNAME PIC X(40).
                   10 PROG0003-OLD-GIVEN PIC X(30).
      * Evento 'M': o ID aposentado que foi incorporado ao
      * PROG0003-ID; o assinante remove a copia dele.
               05 PROG0003-MERGED-ID PIC 9(08).
               05 PROG0003-SEGMENT-FLAG PIC X(01).
                   88 PROG0003-NEW-SEGMENT VALUE 'S'.
      * Flag de regeneracao: o header do feed sai marcado como
      * regerado (re-extracao do mestre para uma data passada), para
      * o consumidor distinguir de uma reexecucao do movimento.
      * 'B' marca a carga inicial de um assinante novo (estoque
      * ativo inteiro do mestre, PROG0044).
               05 PROG0003-REGEN-FLAG PIC X(01).
                   88 PROG0003-IS-REGEN VALUE 'S'.
                   88 PROG0003-IS-BASELINE VALUE 'B'.
               05 PROG0003-FEED-DATE PIC X(08).
               05 PROG0003-FEED-RUN PIC X(14).
               05 PROG0003-FEED-COUNT PIC 9(07).
      * objetos, que o consumidor pode carregar em varias noites;
      * 0 = sem corte (feed diario normal).
               05 PROG0003-SEG-LIMIT PIC 9(07).
      * Assinante unico: preenchido, so o cartao desse assinante e
      * carregado do perfil (feed e FEEDSUM so dele); ausente do
      * perfil o passo termina com RETURN-CODE 16.
               05 PROG0003-ONLY-SUBSCRIBER PIC X(08).
      * Eventos 'N'/'X': o nome alternativo incluido ou removido. No
      * detalhe os nomes alternativos do MASTER-ID sao lidos pelo
      * proprio PROG0003 no ALIASFIL.
               05 PROG0003-ALIAS-NAME.
                   10 PROG0003-ALIAS-SURNAME PIC X(40).
                   10 PROG0003-ALIAS-GIVEN PIC X(30).
               05 PROG0003-COUNTRY-COUNT PIC 9(02).
               05 PROG0003-COUNTRY-TABLE
                       OCCURS 0 TO 20 TIMES
