      * nao digitarem correcao para o mesmo EXCEPT-ID no mesmo dia.
           05 EXCPREG-WORKED-BY       PIC X(08).
           05 EXCPREG-WORKED-DATE     PIC X(08).
      * Contexto da rejeicao na janela (PROG0001): origem e data de
      * negocio do envelope e os paises como vieram no NAMEIN, para o
      * re-processamento automatico (PROG0056) depois da carga de
      * paises. Em branco nas pendencias anteriores e nas do PROG0029.
           05 EXCPREG-SOURCE          PIC X(08).
           05 EXCPREG-BUS-DATE        PIC X(08).
           05 EXCPREG-COUNTRIES.
               10 EXCPREG-COUNTRY     OCCURS 5 TIMES PIC X(02).
      * Nome como veio no NAMEIN, antes da transliteracao e da
      * padronizacao (o EXCPREG-NAME guarda a forma ja editada): o
      * re-processamento (PROG0056) refaz a transliteracao sobre ele,
      * com o aviso 03 e a grafia original no TRLORIG. Em branco nas
      * pendencias anteriores e nas do PROG0029.
           05 EXCPREG-RAW-NAME.
               10 EXCPREG-RAW-SURNAME PIC X(40).
               10 EXCPREG-RAW-GIVEN   PIC X(30).
