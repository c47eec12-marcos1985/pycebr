      * Book para o arquivo de encaminhamento de IDs incorporados
      * (FWD-FILE). Gravado pela fusao de dois registros do mestre
      * (PROG0040): o ID aposentado deixa o MASTFILE e fica aqui
      * apontando o ID sobrevivente, com o nome que tinha e o
      * carimbo da fusao. A consulta por ID (PROG0014) segue o
      * encaminhamento, porque a trilha antiga e os sistemas
      * downstream continuam citando o numero aposentado. Uma fusao
      * posterior do sobrevivente re-aponta as entradas que
      * apontavam para ele: o encaminhamento e sempre de um salto.
       01 FWD-RECORD.
           05 FWD-RETIRED-ID          PIC 9(08).
           05 FWD-SURVIVOR-ID         PIC 9(08).
           05 FWD-RETIRED-NAME.
               10 FWD-RETIRED-SURNAME PIC X(40).
               10 FWD-RETIRED-GIVEN   PIC X(30).
           05 FWD-MERGE-TS            PIC X(14).
           05 FWD-OPERATOR            PIC X(08).
