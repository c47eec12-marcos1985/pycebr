      * Book para a tabela de transliteracao de caracteres
      * estrangeiros (TRLTAB, indexado, 57 bytes). Mantida
      * transacionalmente pelo PROG0060; carregada pelos programas
      * de entrada (PROG0001, PROG0005, PROG0011) e pelo pre-scan
      * (PROG0037) e aplicada pelo servico PROG0061 antes da edicao
      * do PROG0002. Cada entrada troca um caractere fora do
      * conjunto aceito pela edicao pela forma aceita equivalente:
      *   N com til -> N, O cortado -> O, eszett -> SS,
      *   L cortado (polones) -> L ...
      * Chave = a sequencia estrangeira como chega no arquivo: um
      * byte (Latin-1, segunda posicao em branco) ou dois bytes
      * (caractere fora do Latin-1 transmitido em UTF-8, como o L
      * cortado).
       01 TRL-RECORD.
           05 TRL-FOREIGN             PIC X(02).
      * Equivalente aceito, alinhado a esquerda (ate 3 letras).
           05 TRL-EQUIV               PIC X(03).
           05 TRL-DESC                PIC X(30).
      * Operador e carimbo da ultima manutencao da entrada.
           05 TRL-OPERATOR            PIC X(08).
           05 TRL-CHG-TS              PIC X(14).
