      * mestre por MASTER-ID, via indice alternativo do MASTFILE).
      * RTN-CODE: 0 = encontrado, 1 = ID nao cadastrado,
      *           8 = erro de acesso ao arquivo mestre.
      * ID aposentado numa fusao (PROG0040) resolve para o
      * sobrevivente: RTN-CODE 0 com os dados do sobrevivente,
      * PROG0014-FORWARDED ligado e o ID de fato lido em
      * PROG0014-RESOLVED-ID (igual ao pedido quando nao ha
      * encaminhamento).
       01 PROG0014-BOOK.
           03 PROG0014-REQUEST.
               05 PROG0014-ID PIC 9(08).
                   10 PROG0014-GIVEN-NAME  PIC X(30).
               05 PROG0014-NAME-SIZE      PIC 9(04).
               05 PROG0014-STATUS         PIC X(01).
               05 PROG0014-RESOLVED-ID    PIC 9(08).
               05 PROG0014-FWD-FLAG       PIC X(01).
                   88 PROG0014-FORWARDED      VALUE 'S'.
