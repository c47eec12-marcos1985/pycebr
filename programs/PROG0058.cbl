       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0058.

      * Copia mascarada da producao para a regiao de teste: le
      * MASTFILE, CTRYXREF, PHONFILE, EXCPREG, REVWREG e ALIASFIL e
      * grava as copias de teste com os nomes reais trocados por
      * nomes sinteticos, e mascara uma amostra do NAMEIN com os
      * envelopes HDR/TRL, para ensaiar o PROG0001J inteiro sem
      * levar nomes reais para fora da producao. Regras da mascara:
      *   - cada letra vira outra letra da MESMA classe da chave
      *     sonora (PROG0028): vogal por vogal, B/F/P/V entre si,
      *     C/G/J/S/Z entre si, D/T, M/N; L, R, H, W e Y ficam.
      *     A primeira letra de cada componente (que entra literal
      *     na chave) segue uma permutacao fixa da execucao, de modo
      *     que nomes que tinham a mesma chave sonora continuam com
      *     a mesma chave depois da mascara - e nomes de chaves
      *     diferentes continuam diferentes;
      *   - mesmo tamanho, mesma caixa, acentuado continua
      *     acentuado (da lista do PROG0002), digitos, hifens,
      *     apostrofos, espacos e caracteres fora do conjunto aceito
      *     ficam onde estao - o ensaio da edicao rejeita o que a
      *     producao rejeitaria;
      *   - a troca depende so do nome (forma canonica do PROG0015)
      *     e da SEMENTE= do MASKPARM: o mesmo nome sai igual em
      *     todos os arquivos e no NAMEIN, e sem a semente a mascara
      *     nao se reproduz;
      *   - IDs, paises, status, codigos e carimbos sao copiados
      *     como estao; as chaves sonoras sao recalculadas sobre o
      *     nome mascarado.
      * Dois nomes distintos que caem no mesmo nome mascarado
      * (chave duplicada no mestre ou no ALIASFIL) sao resolvidos
      * com uma variacao da mascara, lembrada para os demais
      * arquivos. A prova da chave sonora e refeita registro a
      * registro no mestre (chave do nome mascarado contra a chave
      * original permutada). AMOSTRA= limita os detalhes por
      * envelope do NAMEIN (o trailer sai com a contagem gravada).
      * Relatorio MASKRPT so com contagens e IDs, nunca nomes.
      * RC=8 quando a copia nao ficou fiel (registro nao gravado ou
      * chave divergente).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               ALTERNATE RECORD KEY IS MASTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CTRY-XREF-FILE ASSIGN TO "CTRYXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRYX-KEY
               FILE STATUS IS WS-CTRYX-STATUS.

           SELECT PHON-XREF-FILE ASSIGN TO "PHONFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHONX-KEY
               FILE STATUS IS WS-PHONX-STATUS.

           SELECT OPTIONAL EXCP-REG-FILE ASSIGN TO "EXCPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCPREG-ID
               FILE STATUS IS WS-EXCPREG-STATUS.

           SELECT OPTIONAL REVW-REG-FILE ASSIGN TO "REVWREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVW-ID
               FILE STATUS IS WS-REVWREG-STATUS.

           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALIAS-NAME
               ALTERNATE RECORD KEY IS ALIAS-MASTER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ALIAS-PHON-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT OPTIONAL NAME-INPUT ASSIGN TO "NAMEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEIN-STATUS.

           SELECT OPTIONAL MASK-PARM-FILE ASSIGN TO "MASKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * Copias da regiao de teste (clusters vazios, definidos pela
      * JCL antes deste passo).
           SELECT TST-MASTER-FILE ASSIGN TO "MASTTST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-MASTER-NAME
               ALTERNATE RECORD KEY IS TST-MASTER-ID
               FILE STATUS IS WS-TST-MASTER-STATUS.

           SELECT TST-CTRYX-FILE ASSIGN TO "CTRYTST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-CTRYX-KEY
               FILE STATUS IS WS-TST-CTRYX-STATUS.

           SELECT TST-PHONX-FILE ASSIGN TO "PHONTST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-PHONX-KEY
               FILE STATUS IS WS-TST-PHONX-STATUS.

           SELECT TST-EXCPREG-FILE ASSIGN TO "EXCPTST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-EXCPREG-ID
               FILE STATUS IS WS-TST-EXCPREG-STATUS.

           SELECT TST-REVWREG-FILE ASSIGN TO "REVWTST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-REVW-ID
               FILE STATUS IS WS-TST-REVWREG-STATUS.

           SELECT TST-ALIAS-FILE ASSIGN TO "ALIASTST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-ALIAS-NAME
               ALTERNATE RECORD KEY IS TST-ALIAS-MASTER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TST-ALIAS-PHON-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TST-ALIAS-STATUS.

           SELECT NAME-OUTPUT ASSIGN TO "NAMETST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEOUT-STATUS.

           SELECT MASK-REPORT ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-FILE.
       COPY 'books/MASTER-REC.cpy'.

       FD  CTRY-XREF-FILE.
       COPY 'books/CTRYX-REC.cpy'.

       FD  PHON-XREF-FILE.
       COPY 'books/PHONX-REC.cpy'.

       FD  EXCP-REG-FILE.
       COPY 'books/EXCPREG-REC.cpy'.

       FD  REVW-REG-FILE.
       COPY 'books/REVWREG-REC.cpy'.

       FD  ALIAS-FILE.
       COPY 'books/ALIAS-REC.cpy'.

       FD  NAME-INPUT.
       01 NAME-INPUT-RECORD.
           05 NAME-INPUT-NAME.
               10 NAME-INPUT-SURNAME PIC X(40).
               10 NAME-INPUT-GIVEN PIC X(30).
           05 NAME-INPUT-COUNTRIES.
               10 NAME-INPUT-COUNTRY OCCURS 5 TIMES PIC X(02).
       01 NAME-INPUT-HEADER.
           05 NAME-HDR-TAG PIC X(03).
           05 NAME-HDR-SOURCE PIC X(08).
           05 NAME-HDR-DATE PIC X(08).
       01 NAME-INPUT-TRAILER.
           05 NAME-TRL-TAG PIC X(03).
           05 NAME-TRL-COUNT PIC 9(07).

       FD  MASK-PARM-FILE.
       01 MASK-PARM-RECORD PIC X(80).

      * Os registros de teste tem o desenho dos de producao; aqui so
      * as chaves sao nomeadas - o registro vem inteiro do original
      * ja mascarado.
       FD  TST-MASTER-FILE.
       01 TST-MASTER-RECORD.
           05 TST-MASTER-ID           PIC 9(08).
           05 TST-MASTER-NAME         PIC X(70).
           05 FILLER                  PIC X(43).

       FD  TST-CTRYX-FILE.
       01 TST-CTRYX-RECORD.
           05 TST-CTRYX-KEY           PIC X(10).
           05 FILLER                  PIC X(70).

       FD  TST-PHONX-FILE.
       01 TST-PHONX-RECORD.
           05 TST-PHONX-KEY           PIC X(16).
           05 FILLER                  PIC X(70).

       FD  TST-EXCPREG-FILE.
       01 TST-EXCPREG-RECORD.
           05 TST-EXCPREG-ID          PIC 9(08).
           05 FILLER                  PIC X(153).

       FD  TST-REVWREG-FILE.
       01 TST-REVWREG-RECORD.
           05 TST-REVW-ID             PIC 9(08).
           05 FILLER                  PIC X(173).

       FD  TST-ALIAS-FILE.
       01 TST-ALIAS-RECORD.
           05 TST-ALIAS-NAME          PIC X(70).
           05 TST-ALIAS-MASTER-ID     PIC 9(08).
           05 FILLER                  PIC X(05).
           05 TST-ALIAS-PHON-KEY      PIC X(08).
           05 FILLER                  PIC X(22).

       FD  NAME-OUTPUT.
       01 NAME-OUTPUT-RECORD PIC X(80).
       01 NAME-OUTPUT-TRAILER.
           05 NAME-OUT-TRL-TAG PIC X(03).
           05 NAME-OUT-TRL-COUNT PIC 9(07).

       FD  MASK-REPORT.
       01 MASK-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MASTER-STATUS PIC XX.
       01 WS-CTRYX-STATUS PIC XX.
       01 WS-PHONX-STATUS PIC XX.
       01 WS-EXCPREG-STATUS PIC XX.
       01 WS-REVWREG-STATUS PIC XX.
       01 WS-ALIAS-STATUS PIC XX.
       01 WS-NAMEIN-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-TST-MASTER-STATUS PIC XX.
       01 WS-TST-CTRYX-STATUS PIC XX.
       01 WS-TST-PHONX-STATUS PIC XX.
       01 WS-TST-EXCPREG-STATUS PIC XX.
       01 WS-TST-REVWREG-STATUS PIC XX.
       01 WS-TST-ALIAS-STATUS PIC XX.
       01 WS-NAMEOUT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-SCAN-EOF PIC X VALUE 'N'.
           88 END-OF-SCAN VALUE 'Y'.
       01 WS-PARM-EOF PIC X VALUE 'N'.
           88 END-OF-PARM VALUE 'Y'.
       01 WS-ENV-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-ENV-IS-OPEN VALUE 'Y'.
       01 WS-WRITE-SWITCH PIC X VALUE 'N'.
           88 WS-WRITE-DONE VALUE 'Y'.

      * SEMENTE= e obrigatoria (a mascara nao pode ser reproduzida
      * por quem le o programa); AMOSTRA= limita os detalhes por
      * envelope do NAMEIN (zeros = todos).
       01 WS-SEED PIC 9(09) VALUE 0.
       01 WS-SEED-SWITCH PIC X VALUE 'N'.
           88 WS-SEED-GIVEN VALUE 'Y'.
       01 WS-SAMPLE-LIMIT PIC 9(07) VALUE 0.

      * Acentuados aceitos pela edicao (mesma lista do PROG0002),
      * maiusculos, minusculos e reduzidos a letra base (PROG0028).
       01 WS-ACCENT-UPPER PIC X(13) VALUE
           X"C1C9CDD3DAC0C2CAD4C3D5C7DC".
       01 WS-ACCENT-LOWER PIC X(13) VALUE
           X"E1E9EDF3FAE0E2EAF4E3F5E7FC".
       01 WS-ACCENT-PLAIN PIC X(13) VALUE 'AEIOUAAEOAOCU'.

      * Acentuados de cada vogal base e o C cedilha.
       01 WS-ACCENT-A PIC X(04) VALUE X"C1C0C2C3".
       01 WS-ACCENT-E PIC X(02) VALUE X"C9CA".
       01 WS-ACCENT-I PIC X(01) VALUE X"CD".
       01 WS-ACCENT-O PIC X(03) VALUE X"D3D4D5".
       01 WS-ACCENT-U PIC X(02) VALUE X"DADC".
       01 WS-CEDILLA PIC X(01) VALUE X"C7".

      * Letras sorteadas por classe da chave sonora para as posicoes
      * seguintes a primeira (K, Q e X caem entre C/G/J/S/Z).
       01 WS-PICK-VOWEL PIC X(05) VALUE 'AEIOU'.
       01 WS-PICK-CLASS1 PIC X(04) VALUE 'BFPV'.
       01 WS-PICK-CLASS2 PIC X(05) VALUE 'CGJSZ'.
       01 WS-PICK-CLASS3 PIC X(02) VALUE 'DT'.
       01 WS-PICK-CLASS5 PIC X(02) VALUE 'MN'.

      * Permutacao da primeira letra: rotacao dentro de cada classe
      * (deslocamento tirado da semente); C, L, R e Y ficam (C para
      * o C cedilha continuar tendo par, Y por nao ter acentuado).
       01 WS-PERM-FROM PIC X(26) VALUE SPACES.
       01 WS-PERM-TO PIC X(26) VALUE SPACES.
       01 WS-PERM-LEN PIC 9(02) VALUE 0.
       01 WS-CLASS-LIST PIC X(07) VALUE SPACES.
       01 WS-CLASS-SIZE PIC 9(02) VALUE 0.
       01 WS-CLASS-SHIFT PIC 9(02) VALUE 0.
       01 WS-CLASS-IDX PIC 9(02) VALUE 0.
       01 WS-CLASS-TARGET PIC 9(02) VALUE 0.

      * Area de trabalho da mascara: nome de entrada (como gravado),
      * forma canonica (base do sorteio) e nome mascarado.
       01 WS-MASK-IN.
           05 WS-MASK-IN-SURNAME PIC X(40).
           05 WS-MASK-IN-GIVEN PIC X(30).
       01 WS-MASK-STD PIC X(70) VALUE SPACES.
       01 WS-MASK-OUT.
           05 WS-MASK-OUT-SURNAME PIC X(40).
           05 WS-MASK-OUT-GIVEN PIC X(30).
       01 WS-MASK-SALT PIC 9(02) VALUE 0.
       01 WS-MASK-HASH PIC 9(12) VALUE 0.
       01 WS-MASK-STATE PIC 9(12) VALUE 0.
       01 WS-MASK-PICK PIC 9(02) VALUE 0.
       01 WS-MASK-POS PIC 9(04) VALUE 0.
       01 WS-MASK-FROM PIC 9(04) VALUE 0.
       01 WS-MASK-TO PIC 9(04) VALUE 0.
       01 WS-MASK-COMPONENT PIC 9(01) VALUE 0.
       01 WS-MASK-CHAR PIC X(01) VALUE SPACE.
       01 WS-MASK-UPPER PIC X(01) VALUE SPACE.
       01 WS-MASK-BASE PIC X(01) VALUE SPACE.
       01 WS-MASK-NEW PIC X(01) VALUE SPACE.
       01 WS-MASK-CLASS PIC X(01) VALUE SPACE.
       01 WS-MASK-FIRST-SWITCH PIC X VALUE 'Y'.
           88 WS-MASK-FIRST-PENDING VALUE 'Y'.
       01 WS-MASK-LOWER-SWITCH PIC X VALUE 'N'.
           88 WS-MASK-IS-LOWER VALUE 'Y'.
       01 WS-MASK-ACCENT-SWITCH PIC X VALUE 'N'.
           88 WS-MASK-IS-ACCENTED VALUE 'Y'.

      * Nomes cuja mascara caiu em nome ja gravado por outro: a
      * variacao usada fica lembrada pela forma canonica original,
      * para o mesmo nome sair igual nos demais arquivos.
       01 WS-COLL-TABLE.
           05 WS-COLL-COUNT PIC 9(04) VALUE 0.
           05 WS-COLL-ENTRY OCCURS 500 TIMES.
               10 WS-COLL-ORIG PIC X(70).
               10 WS-COLL-SALT PIC 9(02).
       01 WS-COLL-IDX PIC 9(04) VALUE 0.
       01 WS-MAX-SALT PIC 9(02) VALUE 9.

       01 WS-ORIG-KEY PIC X(08) VALUE SPACES.
       01 WS-NEW-KEY PIC X(08) VALUE SPACES.

      * Envelope corrente do NAMEIN.
       01 WS-ENV-WRITTEN PIC 9(07) VALUE 0.
       01 WS-ENV-DROPPED PIC 9(07) VALUE 0.
       01 WS-NAMEIN-REC-NO PIC 9(07) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-MAST-READ      PIC 9(07) VALUE 0.
           05 WS-TOTAL-MAST-WRITTEN   PIC 9(07) VALUE 0.
           05 WS-TOTAL-COLLISIONS     PIC 9(07) VALUE 0.
           05 WS-TOTAL-NOT-WRITTEN    PIC 9(07) VALUE 0.
           05 WS-TOTAL-KEY-DIVERGENT  PIC 9(07) VALUE 0.
           05 WS-TOTAL-CTRYX          PIC 9(07) VALUE 0.
           05 WS-TOTAL-PHONX          PIC 9(07) VALUE 0.
           05 WS-TOTAL-EXCPREG        PIC 9(07) VALUE 0.
           05 WS-TOTAL-REVWREG        PIC 9(07) VALUE 0.
           05 WS-TOTAL-ALIAS          PIC 9(07) VALUE 0.
           05 WS-TOTAL-ENVELOPES      PIC 9(07) VALUE 0.
           05 WS-TOTAL-DETAILS        PIC 9(07) VALUE 0.
           05 WS-TOTAL-DROPPED        PIC 9(07) VALUE 0.

       COPY 'books/PROG0015.cpy'.
       COPY 'books/PROG0028.cpy'.

       PROCEDURE DIVISION.

           PERFORM PROC-READ-PARM-CARDS

           IF NOT WS-SEED-GIVEN
               DISPLAY "PROG0058: SEMENTE= nao informada no MASKPARM "
                   "- mascara recusada"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROC-BUILD-PERMUTATION

           PERFORM PROC-OPEN-FILES

      * Mestre primeiro: as colisoes resolvidas nele valem para os
      * demais arquivos.
           PERFORM PROC-MASK-MASTER
           PERFORM PROC-MASK-ALIASES
           PERFORM PROC-MASK-CTRY-XREF
           PERFORM PROC-MASK-PHON-XREF
           PERFORM PROC-MASK-EXCP-REG
           PERFORM PROC-MASK-REVW-REG
           PERFORM PROC-MASK-NAMEIN

           PERFORM PROC-PRINT-TOTALS

           CLOSE MASTER-FILE
           CLOSE CTRY-XREF-FILE
           CLOSE PHON-XREF-FILE
           CLOSE EXCP-REG-FILE
           CLOSE REVW-REG-FILE
           CLOSE ALIAS-FILE
           CLOSE NAME-INPUT
           CLOSE TST-MASTER-FILE
           CLOSE TST-CTRYX-FILE
           CLOSE TST-PHONX-FILE
           CLOSE TST-EXCPREG-FILE
           CLOSE TST-REVWREG-FILE
           CLOSE TST-ALIAS-FILE
           CLOSE NAME-OUTPUT
           CLOSE MASK-REPORT

           PERFORM PROC-END-PROG.

       PROC-READ-PARM-CARDS.

           OPEN INPUT MASK-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'Y' TO WS-PARM-EOF
           END-IF
           PERFORM UNTIL END-OF-PARM
               READ MASK-PARM-FILE
                   AT END
                       SET END-OF-PARM TO TRUE
                   NOT AT END
                       IF MASK-PARM-RECORD (1:8) = 'SEMENTE='
                               AND MASK-PARM-RECORD (9:9) IS NUMERIC
                           MOVE MASK-PARM-RECORD (9:9) TO WS-SEED
                           SET WS-SEED-GIVEN TO TRUE
                       END-IF
                       IF MASK-PARM-RECORD (1:8) = 'AMOSTRA='
                               AND MASK-PARM-RECORD (9:7) IS NUMERIC
                           MOVE MASK-PARM-RECORD (9:7)
                               TO WS-SAMPLE-LIMIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARM-STATUS = '00'
               CLOSE MASK-PARM-FILE
           END-IF.

      * Permutacao da primeira letra, montada em WS-PERM-FROM/TO
      * para um INSPECT CONVERTING: cada classe da chave sonora gira
      * de 1 a (tamanho - 1) posicoes conforme a semente, nunca
      * ficando no lugar.
       PROC-BUILD-PERMUTATION.

           MOVE 0 TO WS-PERM-LEN

           MOVE 'AEIOU' TO WS-CLASS-LIST
           MOVE 5 TO WS-CLASS-SIZE
           PERFORM PROC-ROTATE-CLASS

           MOVE 'BFPV' TO WS-CLASS-LIST
           MOVE 4 TO WS-CLASS-SIZE
           PERFORM PROC-ROTATE-CLASS

           MOVE 'GJKQSXZ' TO WS-CLASS-LIST
           MOVE 7 TO WS-CLASS-SIZE
           PERFORM PROC-ROTATE-CLASS

           MOVE 'DT' TO WS-CLASS-LIST
           MOVE 2 TO WS-CLASS-SIZE
           PERFORM PROC-ROTATE-CLASS

           MOVE 'MN' TO WS-CLASS-LIST
           MOVE 2 TO WS-CLASS-SIZE
           PERFORM PROC-ROTATE-CLASS

           MOVE 'HW' TO WS-CLASS-LIST
           MOVE 2 TO WS-CLASS-SIZE
           PERFORM PROC-ROTATE-CLASS

           MOVE 'CLRY' TO WS-PERM-FROM (WS-PERM-LEN + 1:4)
           MOVE 'CLRY' TO WS-PERM-TO (WS-PERM-LEN + 1:4)
           ADD 4 TO WS-PERM-LEN.

       PROC-ROTATE-CLASS.

           COMPUTE WS-CLASS-SHIFT =
               FUNCTION MOD (WS-SEED, WS-CLASS-SIZE - 1) + 1

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-SIZE
               COMPUTE WS-CLASS-TARGET =
                   FUNCTION MOD (WS-CLASS-IDX - 1 + WS-CLASS-SHIFT,
                                 WS-CLASS-SIZE) + 1
               ADD 1 TO WS-PERM-LEN
               MOVE WS-CLASS-LIST (WS-CLASS-IDX:1)
                   TO WS-PERM-FROM (WS-PERM-LEN:1)
               MOVE WS-CLASS-LIST (WS-CLASS-TARGET:1)
                   TO WS-PERM-TO (WS-PERM-LEN:1)
           END-PERFORM.

       PROC-OPEN-FILES.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir MASTFILE - STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CTRY-XREF-FILE
           IF WS-CTRYX-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir CTRYXREF - STATUS "
                   WS-CTRYX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PHON-XREF-FILE
           IF WS-PHONX-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir PHONFILE - STATUS "
                   WS-PHONX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EXCP-REG-FILE
           IF WS-EXCPREG-STATUS NOT = '00'
                   AND WS-EXCPREG-STATUS NOT = '05'
               DISPLAY "PROG0058: falha ao abrir EXCPREG - STATUS "
                   WS-EXCPREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REVW-REG-FILE
           IF WS-REVWREG-STATUS NOT = '00'
                   AND WS-REVWREG-STATUS NOT = '05'
               DISPLAY "PROG0058: falha ao abrir REVWREG - STATUS "
                   WS-REVWREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = '00' AND WS-ALIAS-STATUS NOT = '05'
               DISPLAY "PROG0058: falha ao abrir ALIASFIL - STATUS "
                   WS-ALIAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT NAME-INPUT
           IF WS-NAMEIN-STATUS NOT = '00'
                   AND WS-NAMEIN-STATUS NOT = '05'
               DISPLAY "PROG0058: falha ao abrir NAMEIN - STATUS "
                   WS-NAMEIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TST-MASTER-FILE
           IF WS-TST-MASTER-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir MASTTST - STATUS "
                   WS-TST-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TST-CTRYX-FILE
           IF WS-TST-CTRYX-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir CTRYTST - STATUS "
                   WS-TST-CTRYX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TST-PHONX-FILE
           IF WS-TST-PHONX-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir PHONTST - STATUS "
                   WS-TST-PHONX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TST-EXCPREG-FILE
           IF WS-TST-EXCPREG-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir EXCPTST - STATUS "
                   WS-TST-EXCPREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TST-REVWREG-FILE
           IF WS-TST-REVWREG-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir REVWTST - STATUS "
                   WS-TST-REVWREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TST-ALIAS-FILE
           IF WS-TST-ALIAS-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir ALIASTST - STATUS "
                   WS-TST-ALIAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NAME-OUTPUT
           IF WS-NAMEOUT-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir NAMETST - STATUS "
                   WS-NAMEOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MASK-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0058: falha ao abrir MASKRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "====================================================="
               TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           MOVE "COPIA MASCARADA PARA A REGIAO DE TESTE - PROG0058"
               TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           MOVE "====================================================="
               TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE.

      * Mestre: nome mascarado, tamanho igual, chave sonora
      * recalculada e provada contra a original permutada. Nome
      * mascarado ja gravado (outro nome real caiu nele) tenta as
      * variacoes 1 a WS-MAX-SALT da mascara.
       PROC-MASK-MASTER.

           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL END-OF-SCAN
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-MAST-READ
                       PERFORM PROC-MASK-MASTER-REC
               END-READ
           END-PERFORM.

       PROC-MASK-MASTER-REC.

           MOVE MASTER-NAME TO WS-MASK-IN
           PERFORM PROC-MASK-NAME

           MOVE 'N' TO WS-WRITE-SWITCH
           PERFORM UNTIL WS-WRITE-DONE
               MOVE WS-MASK-OUT TO PROG0028-NAME
               CALL 'PROG0028' USING PROG0028-BOOK
               MOVE PROG0028-PHON-KEY TO WS-NEW-KEY
               MOVE WS-NEW-KEY TO MASTER-PHON-KEY
               MOVE MASTER-RECORD TO TST-MASTER-RECORD
               MOVE WS-MASK-OUT TO TST-MASTER-NAME
               WRITE TST-MASTER-RECORD
                   INVALID KEY
                       IF WS-MASK-SALT < WS-MAX-SALT
                           ADD 1 TO WS-MASK-SALT
                           PERFORM PROC-APPLY-MASK
                       ELSE
                           ADD 1 TO WS-TOTAL-NOT-WRITTEN
                           MOVE SPACES TO MASK-REPORT-LINE
                           STRING "MESTRE NAO GRAVADO ID="
                                  DELIMITED BY SIZE
                                  MASTER-ID DELIMITED BY SIZE
                                  " - MASCARA SEM VARIACAO LIVRE"
                                  DELIMITED BY SIZE
                                  INTO MASK-REPORT-LINE
                           WRITE MASK-REPORT-LINE
                           SET WS-WRITE-DONE TO TRUE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-MAST-WRITTEN
                       PERFORM PROC-REMEMBER-SALT
                       PERFORM PROC-CHECK-PHON-KEY
                       SET WS-WRITE-DONE TO TRUE
               END-WRITE
           END-PERFORM.

      * Prova da chave sonora: a chave do nome mascarado tem de ser
      * a chave do nome original com a primeira letra de cada
      * componente passada pela permutacao.
       PROC-CHECK-PHON-KEY.

           MOVE WS-MASK-STD TO PROG0028-NAME
           CALL 'PROG0028' USING PROG0028-BOOK
           MOVE PROG0028-PHON-KEY TO WS-ORIG-KEY
           INSPECT WS-ORIG-KEY (1:1)
               CONVERTING WS-PERM-FROM TO WS-PERM-TO
           INSPECT WS-ORIG-KEY (5:1)
               CONVERTING WS-PERM-FROM TO WS-PERM-TO

           IF WS-ORIG-KEY NOT = WS-NEW-KEY
               ADD 1 TO WS-TOTAL-KEY-DIVERGENT
               MOVE SPACES TO MASK-REPORT-LINE
               STRING "CHAVE SONORA DIVERGENTE ID=" DELIMITED BY SIZE
                      MASTER-ID DELIMITED BY SIZE
                      " ESPERADA=" DELIMITED BY SIZE
                      WS-ORIG-KEY DELIMITED BY SIZE
                      " OBTIDA=" DELIMITED BY SIZE
                      WS-NEW-KEY DELIMITED BY SIZE
                      INTO MASK-REPORT-LINE
               WRITE MASK-REPORT-LINE
           END-IF.

      * Variacao diferente de zero: lembrada pela forma canonica do
      * nome original.
       PROC-REMEMBER-SALT.

           IF WS-MASK-SALT > 0
               ADD 1 TO WS-TOTAL-COLLISIONS
               IF WS-COLL-COUNT < 500
                   ADD 1 TO WS-COLL-COUNT
                   MOVE WS-MASK-STD TO WS-COLL-ORIG (WS-COLL-COUNT)
                   MOVE WS-MASK-SALT TO WS-COLL-SALT (WS-COLL-COUNT)
               ELSE
                   DISPLAY "PROG0058: tabela de colisoes cheia - "
                       "variacao nao lembrada"
               END-IF
           END-IF.

      * Nomes alternativos: chave e o proprio nome, com a mesma
      * resolucao de colisao do mestre.
       PROC-MASK-ALIASES.

           IF WS-ALIAS-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL END-OF-SCAN
                   READ ALIAS-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM PROC-MASK-ALIAS-REC
                   END-READ
               END-PERFORM
           END-IF.

       PROC-MASK-ALIAS-REC.

           MOVE ALIAS-NAME TO WS-MASK-IN
           PERFORM PROC-MASK-NAME

           MOVE 'N' TO WS-WRITE-SWITCH
           PERFORM UNTIL WS-WRITE-DONE
               MOVE ALIAS-RECORD TO TST-ALIAS-RECORD
               MOVE WS-MASK-OUT TO TST-ALIAS-NAME
               MOVE WS-MASK-OUT TO PROG0028-NAME
               CALL 'PROG0028' USING PROG0028-BOOK
               MOVE PROG0028-PHON-KEY TO TST-ALIAS-PHON-KEY
               WRITE TST-ALIAS-RECORD
                   INVALID KEY
                       IF WS-MASK-SALT < WS-MAX-SALT
                           ADD 1 TO WS-MASK-SALT
                           PERFORM PROC-APPLY-MASK
                       ELSE
                           ADD 1 TO WS-TOTAL-NOT-WRITTEN
                           MOVE SPACES TO MASK-REPORT-LINE
                           STRING "ALTERNATIVO NAO GRAVADO ID="
                                  DELIMITED BY SIZE
                                  ALIAS-MASTER-ID DELIMITED BY SIZE
                                  " - MASCARA SEM VARIACAO LIVRE"
                                  DELIMITED BY SIZE
                                  INTO MASK-REPORT-LINE
                           WRITE MASK-REPORT-LINE
                           SET WS-WRITE-DONE TO TRUE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-ALIAS
                       PERFORM PROC-REMEMBER-SALT
                       SET WS-WRITE-DONE TO TRUE
               END-WRITE
           END-PERFORM.

       PROC-MASK-CTRY-XREF.

           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL END-OF-SCAN
               READ CTRY-XREF-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE CTRYX-NAME TO WS-MASK-IN
                       PERFORM PROC-MASK-NAME
                       MOVE WS-MASK-OUT TO CTRYX-NAME
                       MOVE CTRYX-RECORD TO TST-CTRYX-RECORD
                       WRITE TST-CTRYX-RECORD
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-NOT-WRITTEN
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-CTRYX
                       END-WRITE
               END-READ
           END-PERFORM.

      * A chave da referencia fonetica muda com o nome: chave sonora
      * do nome mascarado + o mesmo ID.
       PROC-MASK-PHON-XREF.

           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL END-OF-SCAN
               READ PHON-XREF-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       MOVE PHONX-NAME TO WS-MASK-IN
                       PERFORM PROC-MASK-NAME
                       MOVE WS-MASK-OUT TO PHONX-NAME
                       MOVE WS-MASK-OUT TO PROG0028-NAME
                       CALL 'PROG0028' USING PROG0028-BOOK
                       MOVE PROG0028-PHON-KEY TO PHONX-PHON
                       MOVE PHONX-RECORD TO TST-PHONX-RECORD
                       WRITE TST-PHONX-RECORD
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-NOT-WRITTEN
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-PHONX
                       END-WRITE
               END-READ
           END-PERFORM.

       PROC-MASK-EXCP-REG.

           IF WS-EXCPREG-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL END-OF-SCAN
                   READ EXCP-REG-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE EXCPREG-NAME TO WS-MASK-IN
                           PERFORM PROC-MASK-NAME
                           MOVE WS-MASK-OUT TO EXCPREG-NAME
                           IF EXCPREG-RAW-NAME NOT = SPACES
                               MOVE EXCPREG-RAW-NAME TO WS-MASK-IN
                               PERFORM PROC-MASK-NAME
                               MOVE WS-MASK-OUT TO EXCPREG-RAW-NAME
                           END-IF
                           MOVE EXCPREG-RECORD TO TST-EXCPREG-RECORD
                           WRITE TST-EXCPREG-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-TOTAL-NOT-WRITTEN
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-EXCPREG
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF.

      * Fila de revisao: os dois nomes do par e a chave sonora
      * comum, recalculada sobre o nome novo mascarado.
       PROC-MASK-REVW-REG.

           IF WS-REVWREG-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL END-OF-SCAN
                   READ REVW-REG-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM PROC-MASK-REVW-REC
                   END-READ
               END-PERFORM
           END-IF.

       PROC-MASK-REVW-REC.

           MOVE REVW-NAME TO WS-MASK-IN
           PERFORM PROC-MASK-NAME
           MOVE WS-MASK-OUT TO REVW-NAME
           MOVE WS-MASK-OUT TO PROG0028-NAME
           CALL 'PROG0028' USING PROG0028-BOOK
           MOVE PROG0028-PHON-KEY TO REVW-PHON-KEY

           MOVE REVW-MATCH-NAME TO WS-MASK-IN
           PERFORM PROC-MASK-NAME
           MOVE WS-MASK-OUT TO REVW-MATCH-NAME

           MOVE REVWREG-RECORD TO TST-REVWREG-RECORD
           WRITE TST-REVWREG-RECORD
               INVALID KEY
                   ADD 1 TO WS-TOTAL-NOT-WRITTEN
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-REVWREG
           END-WRITE.

      * Amostra do NAMEIN: header e trailer de cada envelope passam
      * como estao (origem, data e contagem), os detalhes saem com o
      * nome mascarado e os mesmos paises. Com AMOSTRA= os detalhes
      * alem do limite ficam de fora e o trailer sai com a contagem
      * efetivamente gravada.
       PROC-MASK-NAMEIN.

           IF WS-NAMEIN-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL END-OF-SCAN
                   READ NAME-INPUT
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NAMEIN-REC-NO
                           PERFORM PROC-MASK-NAMEIN-REC
                   END-READ
               END-PERFORM
               IF WS-ENV-IS-OPEN
                   DISPLAY "PROG0058: NAMEIN sem trailer no ultimo "
                       "envelope - amostra incompleta"
                   ADD 1 TO WS-TOTAL-NOT-WRITTEN
               END-IF
           END-IF.

       PROC-MASK-NAMEIN-REC.

           IF NOT WS-ENV-IS-OPEN
               IF NAME-HDR-TAG NOT = 'HDR'
                   DISPLAY "PROG0058: esperado header de origem no "
                       "registro " WS-NAMEIN-REC-NO " do NAMEIN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-ENVELOPES
               MOVE 0 TO WS-ENV-WRITTEN
               MOVE 0 TO WS-ENV-DROPPED
               SET WS-ENV-IS-OPEN TO TRUE
               MOVE NAME-INPUT-RECORD TO NAME-OUTPUT-RECORD
               WRITE NAME-OUTPUT-RECORD
           ELSE
               IF NAME-TRL-TAG = 'TRL' AND NAME-TRL-COUNT IS NUMERIC
                   MOVE NAME-INPUT-RECORD TO NAME-OUTPUT-RECORD
                   IF WS-ENV-DROPPED > 0
                       MOVE WS-ENV-WRITTEN TO NAME-OUT-TRL-COUNT
                   END-IF
                   WRITE NAME-OUTPUT-RECORD
                   MOVE 'N' TO WS-ENV-OPEN-SWITCH
               ELSE
                   IF WS-SAMPLE-LIMIT > 0
                           AND WS-ENV-WRITTEN >= WS-SAMPLE-LIMIT
                       ADD 1 TO WS-ENV-DROPPED
                       ADD 1 TO WS-TOTAL-DROPPED
                   ELSE
                       MOVE NAME-INPUT-NAME TO WS-MASK-IN
                       PERFORM PROC-MASK-NAME
                       MOVE WS-MASK-OUT TO NAME-INPUT-NAME
                       MOVE NAME-INPUT-RECORD TO NAME-OUTPUT-RECORD
                       WRITE NAME-OUTPUT-RECORD
                       ADD 1 TO WS-ENV-WRITTEN
                       ADD 1 TO WS-TOTAL-DETAILS
                   END-IF
               END-IF
           END-IF.

      * Mascara de um nome (WS-MASK-IN -> WS-MASK-OUT): forma
      * canonica pelo PROG0015 (base do sorteio, para o nome cru do
      * NAMEIN sair igual ao do mestre) e variacao lembrada, se o
      * nome ja colidiu no mestre ou no ALIASFIL.
       PROC-MASK-NAME.

           MOVE WS-MASK-IN TO PROG0015-NAME-RAW
           CALL 'PROG0015' USING PROG0015-BOOK
           MOVE PROG0015-NAME-STD TO WS-MASK-STD

           MOVE 0 TO WS-MASK-SALT
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
                   UNTIL WS-COLL-IDX > WS-COLL-COUNT
               IF WS-COLL-ORIG (WS-COLL-IDX) = WS-MASK-STD
                   MOVE WS-COLL-SALT (WS-COLL-IDX) TO WS-MASK-SALT
               END-IF
           END-PERFORM

           PERFORM PROC-APPLY-MASK.

      * Sorteio deterministico: semente + variacao + forma canonica
      * formam o ponto de partida de cada componente; a cada letra
      * o estado avanca e escolhe a letra da classe.
       PROC-APPLY-MASK.

           COMPUTE WS-MASK-HASH =
               FUNCTION MOD (WS-SEED + WS-MASK-SALT * 7919, 999983)
           PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                   UNTIL WS-MASK-POS > 70
               COMPUTE WS-MASK-HASH =
                   FUNCTION MOD (WS-MASK-HASH * 31
                       + FUNCTION ORD (WS-MASK-STD (WS-MASK-POS:1)),
                       999983)
           END-PERFORM

           MOVE WS-MASK-IN TO WS-MASK-OUT

           MOVE 1 TO WS-MASK-COMPONENT
           MOVE 1 TO WS-MASK-FROM
           MOVE 40 TO WS-MASK-TO
           PERFORM PROC-MASK-COMPONENT

           MOVE 2 TO WS-MASK-COMPONENT
           MOVE 41 TO WS-MASK-FROM
           MOVE 70 TO WS-MASK-TO
           PERFORM PROC-MASK-COMPONENT.

       PROC-MASK-COMPONENT.

           COMPUTE WS-MASK-STATE =
               FUNCTION MOD (WS-MASK-HASH
                   + WS-MASK-COMPONENT * 104729, 999983)
           MOVE 'Y' TO WS-MASK-FIRST-SWITCH

           PERFORM VARYING WS-MASK-POS FROM WS-MASK-FROM BY 1
                   UNTIL WS-MASK-POS > WS-MASK-TO
               PERFORM PROC-MASK-CHAR
           END-PERFORM.

      * Uma posicao do nome: so letras (com ou sem acento, de
      * qualquer caixa) sao trocadas; a classificacao e a do
      * PROG0028 sobre a letra base.
       PROC-MASK-CHAR.

           MOVE WS-MASK-OUT (WS-MASK-POS:1) TO WS-MASK-CHAR

           MOVE FUNCTION UPPER-CASE (WS-MASK-CHAR) TO WS-MASK-UPPER
           INSPECT WS-MASK-UPPER
               CONVERTING WS-ACCENT-LOWER TO WS-ACCENT-UPPER
           IF WS-MASK-UPPER NOT = WS-MASK-CHAR
               MOVE 'Y' TO WS-MASK-LOWER-SWITCH
           ELSE
               MOVE 'N' TO WS-MASK-LOWER-SWITCH
           END-IF

           MOVE WS-MASK-UPPER TO WS-MASK-BASE
           INSPECT WS-MASK-BASE
               CONVERTING WS-ACCENT-UPPER TO WS-ACCENT-PLAIN
           IF WS-MASK-BASE NOT = WS-MASK-UPPER
               MOVE 'Y' TO WS-MASK-ACCENT-SWITCH
           ELSE
               MOVE 'N' TO WS-MASK-ACCENT-SWITCH
           END-IF

           EVALUATE WS-MASK-BASE
               WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'
                   MOVE '1' TO WS-MASK-CLASS
               WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K'
               WHEN 'Q' WHEN 'S' WHEN 'X' WHEN 'Z'
                   MOVE '2' TO WS-MASK-CLASS
               WHEN 'D' WHEN 'T'
                   MOVE '3' TO WS-MASK-CLASS
               WHEN 'L'
                   MOVE '4' TO WS-MASK-CLASS
               WHEN 'M' WHEN 'N'
                   MOVE '5' TO WS-MASK-CLASS
               WHEN 'R'
                   MOVE '6' TO WS-MASK-CLASS
               WHEN 'A' WHEN 'E' WHEN 'I' WHEN 'O' WHEN 'U' WHEN 'Y'
                   MOVE 'V' TO WS-MASK-CLASS
               WHEN 'H' WHEN 'W'
                   MOVE 'H' TO WS-MASK-CLASS
               WHEN OTHER
                   MOVE SPACE TO WS-MASK-CLASS
           END-EVALUATE

           IF WS-MASK-CLASS NOT = SPACE
               COMPUTE WS-MASK-STATE =
                   FUNCTION MOD (WS-MASK-STATE * 7907 + 3, 999983)
               IF WS-MASK-FIRST-PENDING
                   MOVE WS-MASK-BASE TO WS-MASK-NEW
                   INSPECT WS-MASK-NEW
                       CONVERTING WS-PERM-FROM TO WS-PERM-TO
                   MOVE 'N' TO WS-MASK-FIRST-SWITCH
               ELSE
                   PERFORM PROC-PICK-LETTER
               END-IF
               IF WS-MASK-IS-ACCENTED
                   PERFORM PROC-PICK-ACCENT
               END-IF
               IF WS-MASK-IS-LOWER
                   MOVE FUNCTION LOWER-CASE (WS-MASK-NEW)
                       TO WS-MASK-NEW
                   INSPECT WS-MASK-NEW
                       CONVERTING WS-ACCENT-UPPER TO WS-ACCENT-LOWER
               END-IF
               MOVE WS-MASK-NEW TO WS-MASK-OUT (WS-MASK-POS:1)
           END-IF.

       PROC-PICK-LETTER.

           EVALUATE TRUE
               WHEN WS-MASK-BASE = 'C' AND WS-MASK-IS-ACCENTED
                   MOVE 'C' TO WS-MASK-NEW
               WHEN WS-MASK-BASE = 'Y'
                   MOVE 'Y' TO WS-MASK-NEW
               WHEN WS-MASK-CLASS = 'V'
                   COMPUTE WS-MASK-PICK =
                       FUNCTION MOD (WS-MASK-STATE, 5) + 1
                   MOVE WS-PICK-VOWEL (WS-MASK-PICK:1) TO WS-MASK-NEW
               WHEN WS-MASK-CLASS = '1'
                   COMPUTE WS-MASK-PICK =
                       FUNCTION MOD (WS-MASK-STATE, 4) + 1
                   MOVE WS-PICK-CLASS1 (WS-MASK-PICK:1)
                       TO WS-MASK-NEW
               WHEN WS-MASK-CLASS = '2'
                   COMPUTE WS-MASK-PICK =
                       FUNCTION MOD (WS-MASK-STATE, 5) + 1
                   MOVE WS-PICK-CLASS2 (WS-MASK-PICK:1)
                       TO WS-MASK-NEW
               WHEN WS-MASK-CLASS = '3'
                   COMPUTE WS-MASK-PICK =
                       FUNCTION MOD (WS-MASK-STATE, 2) + 1
                   MOVE WS-PICK-CLASS3 (WS-MASK-PICK:1)
                       TO WS-MASK-NEW
               WHEN WS-MASK-CLASS = '5'
                   COMPUTE WS-MASK-PICK =
                       FUNCTION MOD (WS-MASK-STATE, 2) + 1
                   MOVE WS-PICK-CLASS5 (WS-MASK-PICK:1)
                       TO WS-MASK-NEW
               WHEN OTHER
                   MOVE WS-MASK-BASE TO WS-MASK-NEW
           END-EVALUATE.

      * Letra original acentuada: a letra nova sai com um acento
      * aceito para a sua base (vogal) ou como C cedilha.
       PROC-PICK-ACCENT.

           EVALUATE WS-MASK-NEW
               WHEN 'A'
                   COMPUTE WS-MASK-PICK =
                       FUNCTION MOD (WS-MASK-STATE, 4) + 1
                   MOVE WS-ACCENT-A (WS-MASK-PICK:1) TO WS-MASK-NEW
               WHEN 'E'
                   COMPUTE WS-MASK-PICK =
                       FUNCTION MOD (WS-MASK-STATE, 2) + 1
                   MOVE WS-ACCENT-E (WS-MASK-PICK:1) TO WS-MASK-NEW
               WHEN 'I'
                   MOVE WS-ACCENT-I TO WS-MASK-NEW
               WHEN 'O'
                   COMPUTE WS-MASK-PICK =
                       FUNCTION MOD (WS-MASK-STATE, 3) + 1
                   MOVE WS-ACCENT-O (WS-MASK-PICK:1) TO WS-MASK-NEW
               WHEN 'U'
                   COMPUTE WS-MASK-PICK =
                       FUNCTION MOD (WS-MASK-STATE, 2) + 1
                   MOVE WS-ACCENT-U (WS-MASK-PICK:1) TO WS-MASK-NEW
               WHEN 'C'
                   MOVE WS-CEDILLA TO WS-MASK-NEW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROC-PRINT-TOTALS.

           MOVE "====================================================="
               TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "MESTRE LIDOS.........: " DELIMITED BY SIZE
                  WS-TOTAL-MAST-READ DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "MESTRE GRAVADOS......: " DELIMITED BY SIZE
                  WS-TOTAL-MAST-WRITTEN DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "ALTERNATIVOS GRAVADOS: " DELIMITED BY SIZE
                  WS-TOTAL-ALIAS DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "AFILIACOES GRAVADAS..: " DELIMITED BY SIZE
                  WS-TOTAL-CTRYX DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "FONETICAS GRAVADAS...: " DELIMITED BY SIZE
                  WS-TOTAL-PHONX DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "EXCECOES GRAVADAS....: " DELIMITED BY SIZE
                  WS-TOTAL-EXCPREG DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "REVISOES GRAVADAS....: " DELIMITED BY SIZE
                  WS-TOTAL-REVWREG DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "ENVELOPES NAMEIN.....: " DELIMITED BY SIZE
                  WS-TOTAL-ENVELOPES DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "DETALHES MASCARADOS..: " DELIMITED BY SIZE
                  WS-TOTAL-DETAILS DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "DETALHES FORA AMOSTRA: " DELIMITED BY SIZE
                  WS-TOTAL-DROPPED DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "COLISOES RESOLVIDAS..: " DELIMITED BY SIZE
                  WS-TOTAL-COLLISIONS DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "NAO GRAVADOS.........: " DELIMITED BY SIZE
                  WS-TOTAL-NOT-WRITTEN DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           STRING "CHAVES DIVERGENTES...: " DELIMITED BY SIZE
                  WS-TOTAL-KEY-DIVERGENT DELIMITED BY SIZE
                  INTO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE

           MOVE "====================================================="
               TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE.

       PROC-END-PROG.

           IF WS-TOTAL-NOT-WRITTEN > 0 OR WS-TOTAL-KEY-DIVERGENT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
