           05 CHKPT-TOTAL-READ        PIC 9(07).
           05 CHKPT-TOTAL-ACCEPTED    PIC 9(07).
           05 CHKPT-TOTAL-REJECTED    PIC 9(07).
      * Aceitos retidos do feed pela triagem da lista de restricao:
      * o trailer do feed conta aceitos menos retidos.
           05 CHKPT-TOTAL-HELD        PIC 9(07).
