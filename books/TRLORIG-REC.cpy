      * Book para o arquivo de grafias originais (TRLORIG, indexado
      * por MASTER-ID, 181 bytes): todo nome aceito depois de passar
      * pela tabela de transliteracao (PROG0061) deixa aqui a grafia
      * como chegou, ao lado da forma gravada no mestre, para
      * consulta. Gravado pela janela batch (PROG0001), pela
      * correcao (PROG0011) e pelo re-processamento das rejeicoes
      * de pais (PROG0056); lido pela recuperacao do mestre
      * (PROG0041) e pelo dossie do titular (PROG0038); excluido na
      * anonimizacao (PROG0039) e no estorno de origem (PROG0062).
       01 TRLO-RECORD.
           05 TRLO-ID                 PIC 9(08).
           05 TRLO-ORIG-NAME.
               10 TRLO-ORIG-SURNAME   PIC X(40).
               10 TRLO-ORIG-GIVEN     PIC X(30).
      * Forma canonica gravada no MASTER-NAME.
           05 TRLO-NAME.
               10 TRLO-SURNAME        PIC X(40).
               10 TRLO-GIVEN-NAME     PIC X(30).
      * Caracteres trocados pela tabela no nome.
           05 TRLO-CHAR-COUNT         PIC 9(03).
      * Programa que aceitou e origem do envelope (janela) ou
      * operador da correcao.
           05 TRLO-PROGRAM            PIC X(08).
           05 TRLO-SOURCE             PIC X(08).
           05 TRLO-TS                 PIC X(14).
