           05 RUNSUM-ENV-STATUS       PIC X(01).
      * Aceitos com ressalva (camada de avisos) dentro dos aceitos.
           05 RUNSUM-TOTAL-WARNED     PIC 9(07).
      * Aceitos retidos do feed pela triagem da lista de restricao
      * (gravados no mestre, fora do JSON): quem confere o feed contra
      * os aceitos desconta estes. So no total geral.
           05 RUNSUM-TOTAL-HELD       PIC 9(07).
