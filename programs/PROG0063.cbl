       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG0063.

      * Conversor de arquivo delimitado de parceiro para o envelope
      * do NAMEIN: o parceiro que so exporta texto delimitado (linha
      * de cabecalho com os nomes das colunas, lista de paises livre)
      * deixa de ser reformatado a mao. Le o arquivo do parceiro
      * (PARCIN) pelo perfil de layout do parceiro (PERFPARC) e grava
      * o envelope completo (NAMEOUT): header com a origem e a data
      * do movimento, um detalhe por linha convertida (sobrenome,
      * nome e os cinco paises) e trailer com a contagem - pronto
      * para entrar na concatenacao do NAMEIN da janela como
      * qualquer outra origem.
      * PARM='DATA=AAAAMMDD' (data do movimento, a mesma da janela).
      * Cartoes do perfil (palavra-chave; '*' e comentario):
      *   ORIGEM=xxxxxxxx      origem gravada no header (obrigatorio)
      *   SEPARADOR=x          separador de colunas (default ';')
      *   CABECALHO=nn         linhas de cabecalho saltadas (def. 01)
      *   COLSOBRENOME=nn      coluna do sobrenome (obrigatorio)
      *   COLNOME=nn           coluna do nome (00 = sem nome)
      *   COLPAISES=nn         coluna da lista de paises (obrig.)
      *   COLDATA=nn           coluna da data da linha (obrigatorio)
      *   FORMATODATA=mascara  DD, MM e AAAA nas posicoes da data
      *                        (DD/MM/AAAA, AAAA-MM-DD, AAAAMMDD...)
      * Colunas contadas a partir de 1; aspas em volta do valor e
      * brancos nas pontas sao descartados. A lista de paises e
      * quebrada em qualquer caractere que nao seja letra: cada
      * codigo de duas letras ocupa um dos cinco paises, repetido
      * entra uma vez. Toda linha tem de ser do movimento: a data
      * da linha e a unica prova de que o arquivo e do dia - o
      * PARCIN da vespera reconvertido sairia com o header de hoje
      * e passaria pela conferencia de data do driver. Com o
      * arquivo velho todas as linhas caem como de outro movimento
      * e o envelope sai vazio (RC 8).
      * Linha que nao cabe no layout (colunas faltando, sobrenome em
      * branco ou longo demais, nome longo demais, pais que nao e
      * codigo de duas letras, mais de cinco paises, data fora do
      * formato ou de outro movimento) nao entra no envelope e sai
      * no relatorio do conversor (CNVRPT) com a linha original;
      * o conteudo do que entra continua sendo editado pela janela.
      * RC: 0 tudo convertido; 4 linhas rejeitadas; 8 nenhuma linha
      * convertida (o envelope sai vazio); 16 PARM ou perfil
      * invalido ou arquivo indisponivel (nada e gravado).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARC-INPUT ASSIGN TO "PARCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCIN-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "PERFPARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT NAME-OUTPUT ASSIGN TO "NAMEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEOUT-STATUS.

           SELECT CNV-REPORT ASSIGN TO "CNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARC-INPUT.
       01 PARC-INPUT-RECORD PIC X(500).

       FD  PROFILE-FILE.
       01 PROFILE-RECORD PIC X(80).

      * Mesmo layout do NAMEIN lido pela janela (PROG0001).
       FD  NAME-OUTPUT.
       01 NAME-OUTPUT-RECORD.
           05 NAME-OUTPUT-NAME.
               10 NAME-OUTPUT-SURNAME PIC X(40).
               10 NAME-OUTPUT-GIVEN PIC X(30).
           05 NAME-OUTPUT-COUNTRIES.
               10 NAME-OUTPUT-COUNTRY OCCURS 5 TIMES PIC X(02).
       01 NAME-OUTPUT-HEADER.
           05 NAME-HDR-TAG PIC X(03).
           05 NAME-HDR-SOURCE PIC X(08).
           05 NAME-HDR-DATE PIC X(08).
       01 NAME-OUTPUT-TRAILER.
           05 NAME-TRL-TAG PIC X(03).
           05 NAME-TRL-COUNT PIC 9(07).

       FD  CNV-REPORT.
       01 CNV-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PARCIN-STATUS PIC XX.
       01 WS-PROFILE-STATUS PIC XX.
       01 WS-NAMEOUT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-PARCIN-EOF PIC X VALUE 'N'.
           88 END-OF-PARCIN VALUE 'Y'.
       01 WS-PROFILE-EOF PIC X VALUE 'N'.
           88 END-OF-PROFILE VALUE 'Y'.

       01 WS-RUN-DATE PIC X(21) VALUE SPACES.
       01 WS-BUS-DATE PIC X(08) VALUE SPACES.
       01 WS-PARM-ERROR PIC X(50) VALUE SPACES.

      * Perfil de layout do parceiro.
       01 WS-PROFILE.
           05 WS-PRF-SOURCE           PIC X(08) VALUE SPACES.
           05 WS-PRF-SEPARATOR        PIC X(01) VALUE ';'.
           05 WS-PRF-HEADER-LINES     PIC 9(02) VALUE 1.
           05 WS-PRF-COL-SURNAME      PIC 9(02) VALUE 0.
           05 WS-PRF-COL-GIVEN        PIC 9(02) VALUE 0.
           05 WS-PRF-COL-COUNTRIES    PIC 9(02) VALUE 0.
           05 WS-PRF-COL-DATE         PIC 9(02) VALUE 0.
           05 WS-PRF-DATE-MASK        PIC X(10) VALUE SPACES.
      * Posicoes de AAAA, MM e DD na mascara, e o tamanho dela.
           05 WS-PRF-YEAR-POS         PIC 9(02) VALUE 0.
           05 WS-PRF-MONTH-POS        PIC 9(02) VALUE 0.
           05 WS-PRF-DAY-POS          PIC 9(02) VALUE 0.
           05 WS-PRF-MASK-LEN         PIC 9(02) VALUE 0.
      * Maior coluna usada: linha com menos colunas nao converte.
           05 WS-PRF-MAX-COL          PIC 9(02) VALUE 0.
       01 WS-MASK-IDX PIC 9(02) VALUE 0.

      * Colunas da linha em conversao.
       01 WS-ROW-LEN PIC 9(04) VALUE 0.
       01 WS-ROW-POS PIC 9(04) VALUE 0.
       01 WS-COL-START PIC 9(04) VALUE 0.
       01 WS-COL-LEN PIC 9(04) VALUE 0.
       01 WS-COL-COUNT PIC 9(04) VALUE 0.
       01 WS-COLUMNS.
           05 WS-COL OCCURS 30 TIMES PIC X(100).
       01 WS-COL-IDX PIC 9(02) VALUE 0.

      * Valor de uma coluna sem aspas e sem brancos nas pontas.
       01 WS-FIELD PIC X(100) VALUE SPACES.
       01 WS-FIELD-LEN PIC 9(04) VALUE 0.
       01 WS-FIELD-WORK PIC X(100) VALUE SPACES.

       01 WS-ROW-DATE PIC X(08) VALUE SPACES.

      * Quebra da lista de paises.
       01 WS-COUNTRY-TOKEN PIC X(03) VALUE SPACES.
       01 WS-TOKEN-LEN PIC 9(04) VALUE 0.
       01 WS-CURRENT-CHAR PIC X(01) VALUE SPACE.
       01 WS-CHAR-IDX PIC 9(04) VALUE 0.
       01 WS-SLOT-COUNT PIC 9(02) VALUE 0.
       01 WS-SLOT-IDX PIC 9(02) VALUE 0.
       01 WS-DUP-SWITCH PIC X VALUE 'N'.
           88 WS-IS-DUP VALUE 'Y'.
       01 WS-COUNTRY-SLOTS.
           05 WS-COUNTRY-SLOT OCCURS 5 TIMES PIC X(02).

       01 WS-REJECT-REASON PIC X(60) VALUE SPACES.
       01 WS-LINE-NO PIC 9(07) VALUE 0.
       01 WS-NUM-DISPLAY PIC ZZZ9.

       01 WS-TOTALS.
           05 WS-TOTAL-LINES          PIC 9(07) VALUE 0.
           05 WS-TOTAL-HEADER-LINES   PIC 9(07) VALUE 0.
           05 WS-TOTAL-BLANK          PIC 9(07) VALUE 0.
           05 WS-TOTAL-CONVERTED      PIC 9(07) VALUE 0.
           05 WS-TOTAL-REJECTED       PIC 9(07) VALUE 0.

       LINKAGE SECTION.

       01 PROG0063-PARM PIC X(40).

       PROCEDURE DIVISION USING PROG0063-PARM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM PROC-LOAD-PARMS
           PERFORM PROC-READ-PROFILE
           PERFORM PROC-CHECK-PROFILE

           PERFORM PROC-OPEN-FILES

           PERFORM PROC-PRINT-HEADING

           MOVE SPACES TO NAME-OUTPUT-RECORD
           MOVE 'HDR' TO NAME-HDR-TAG
           MOVE WS-PRF-SOURCE TO NAME-HDR-SOURCE
           MOVE WS-BUS-DATE TO NAME-HDR-DATE
           WRITE NAME-OUTPUT-RECORD

           PERFORM UNTIL END-OF-PARCIN
               READ PARC-INPUT
                   AT END
                       SET END-OF-PARCIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-TOTAL-LINES
                       EVALUATE TRUE
                           WHEN WS-LINE-NO NOT > WS-PRF-HEADER-LINES
                               ADD 1 TO WS-TOTAL-HEADER-LINES
                           WHEN PARC-INPUT-RECORD = SPACES
                               ADD 1 TO WS-TOTAL-BLANK
                           WHEN OTHER
                               PERFORM PROC-CONVERT-ROW
                       END-EVALUATE
               END-READ
           END-PERFORM

           MOVE SPACES TO NAME-OUTPUT-RECORD
           MOVE 'TRL' TO NAME-TRL-TAG
           MOVE WS-TOTAL-CONVERTED TO NAME-TRL-COUNT
           WRITE NAME-OUTPUT-RECORD

           PERFORM PROC-PRINT-TOTALS

           CLOSE PARC-INPUT
           CLOSE NAME-OUTPUT
           CLOSE CNV-REPORT

           EVALUATE TRUE
               WHEN WS-TOTAL-CONVERTED = 0
                       AND WS-TOTAL-REJECTED > 0
                   DISPLAY "PROG0063: *** NENHUMA LINHA DO PARCEIRO "
                       WS-PRF-SOURCE " CONVERTIDA - ENVELOPE VAZIO ***"
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       PROC-LOAD-PARMS.

           IF PROG0063-PARM (1:5) = 'DATA='
               MOVE PROG0063-PARM (6:8) TO WS-BUS-DATE
           END-IF

           IF WS-BUS-DATE IS NOT NUMERIC
               DISPLAY "PROG0063: PARM invalido - DATA= ausente ou "
                   "invalida"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL
                   (WS-BUS-DATE)) NOT = 0
               DISPLAY "PROG0063: PARM invalido - DATA=" WS-BUS-DATE
                   " nao e data valida"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Perfil do parceiro em cartoes palavra-chave, como o PARMCARD
      * da janela: palavra-chave desconhecida ou valor mal formado
      * para a execucao na hora.
       PROC-READ-PROFILE.

           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = '00'
               DISPLAY "PROG0063: falha ao abrir PERFPARC - STATUS "
                   WS-PROFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL END-OF-PROFILE
               READ PROFILE-FILE
                   AT END
                       SET END-OF-PROFILE TO TRUE
                   NOT AT END
                       PERFORM PROC-PARSE-PROFILE-CARD
               END-READ
           END-PERFORM

           CLOSE PROFILE-FILE.

       PROC-PARSE-PROFILE-CARD.

           EVALUATE TRUE
               WHEN PROFILE-RECORD = SPACES
                   CONTINUE
               WHEN PROFILE-RECORD (1:1) = '*'
                   CONTINUE
               WHEN PROFILE-RECORD (1:7) = 'ORIGEM='
                   IF PROFILE-RECORD (8:8) NOT = SPACES
                       MOVE PROFILE-RECORD (8:8) TO WS-PRF-SOURCE
                   ELSE
                       PERFORM PROC-BAD-PROFILE-CARD
                   END-IF
               WHEN PROFILE-RECORD (1:10) = 'SEPARADOR='
                   IF PROFILE-RECORD (11:1) NOT = SPACE
                       MOVE PROFILE-RECORD (11:1) TO WS-PRF-SEPARATOR
                   ELSE
                       PERFORM PROC-BAD-PROFILE-CARD
                   END-IF
               WHEN PROFILE-RECORD (1:10) = 'CABECALHO='
                   IF PROFILE-RECORD (11:2) IS NUMERIC
                       MOVE PROFILE-RECORD (11:2)
                           TO WS-PRF-HEADER-LINES
                   ELSE
                       PERFORM PROC-BAD-PROFILE-CARD
                   END-IF
               WHEN PROFILE-RECORD (1:13) = 'COLSOBRENOME='
                   IF PROFILE-RECORD (14:2) IS NUMERIC
                       MOVE PROFILE-RECORD (14:2)
                           TO WS-PRF-COL-SURNAME
                   ELSE
                       PERFORM PROC-BAD-PROFILE-CARD
                   END-IF
               WHEN PROFILE-RECORD (1:8) = 'COLNOME='
                   IF PROFILE-RECORD (9:2) IS NUMERIC
                       MOVE PROFILE-RECORD (9:2) TO WS-PRF-COL-GIVEN
                   ELSE
                       PERFORM PROC-BAD-PROFILE-CARD
                   END-IF
               WHEN PROFILE-RECORD (1:10) = 'COLPAISES='
                   IF PROFILE-RECORD (11:2) IS NUMERIC
                       MOVE PROFILE-RECORD (11:2)
                           TO WS-PRF-COL-COUNTRIES
                   ELSE
                       PERFORM PROC-BAD-PROFILE-CARD
                   END-IF
               WHEN PROFILE-RECORD (1:8) = 'COLDATA='
                   IF PROFILE-RECORD (9:2) IS NUMERIC
                       MOVE PROFILE-RECORD (9:2) TO WS-PRF-COL-DATE
                   ELSE
                       PERFORM PROC-BAD-PROFILE-CARD
                   END-IF
               WHEN PROFILE-RECORD (1:12) = 'FORMATODATA='
                   IF PROFILE-RECORD (13:10) NOT = SPACES
                       MOVE PROFILE-RECORD (13:10) TO WS-PRF-DATE-MASK
                   ELSE
                       PERFORM PROC-BAD-PROFILE-CARD
                   END-IF
               WHEN OTHER
                   PERFORM PROC-BAD-PROFILE-CARD
           END-EVALUATE.

       PROC-BAD-PROFILE-CARD.

           DISPLAY "PROG0063: cartao de perfil invalido: "
               PROFILE-RECORD (1:40)
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * Coerencia do perfil antes de abrir qualquer arquivo: o
      * envelope do dia so e regravado com um perfil utilizavel.
       PROC-CHECK-PROFILE.

           EVALUATE TRUE
               WHEN WS-PRF-SOURCE = SPACES
                   MOVE "ORIGEM= nao informada" TO WS-PARM-ERROR
               WHEN WS-PRF-COL-SURNAME = 0
                       OR WS-PRF-COL-SURNAME > 30
                   MOVE "COLSOBRENOME= deve ser de 01 a 30"
                       TO WS-PARM-ERROR
               WHEN WS-PRF-COL-COUNTRIES = 0
                       OR WS-PRF-COL-COUNTRIES > 30
                   MOVE "COLPAISES= deve ser de 01 a 30"
                       TO WS-PARM-ERROR
               WHEN WS-PRF-COL-GIVEN > 30
                   MOVE "COLNOME= deve ser de 00 a 30" TO WS-PARM-ERROR
               WHEN WS-PRF-COL-DATE = 0
                       OR WS-PRF-COL-DATE > 30
                   MOVE "COLDATA= deve ser de 01 a 30" TO WS-PARM-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-PARM-ERROR = SPACES
               PERFORM PROC-CHECK-DATE-MASK
           END-IF

           IF WS-PARM-ERROR NOT = SPACES
               DISPLAY "PROG0063: perfil invalido - " WS-PARM-ERROR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PRF-COL-SURNAME TO WS-PRF-MAX-COL
           IF WS-PRF-COL-GIVEN > WS-PRF-MAX-COL
               MOVE WS-PRF-COL-GIVEN TO WS-PRF-MAX-COL
           END-IF
           IF WS-PRF-COL-COUNTRIES > WS-PRF-MAX-COL
               MOVE WS-PRF-COL-COUNTRIES TO WS-PRF-MAX-COL
           END-IF
           IF WS-PRF-COL-DATE > WS-PRF-MAX-COL
               MOVE WS-PRF-COL-DATE TO WS-PRF-MAX-COL
           END-IF.

      * A mascara diz onde estao ano, mes e dia na data da linha;
      * os demais caracteres dela sao os separadores do parceiro.
       PROC-CHECK-DATE-MASK.

           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
                   UNTIL WS-MASK-IDX > 10
               IF WS-PRF-DATE-MASK (WS-MASK-IDX:1) NOT = SPACE
                   MOVE WS-MASK-IDX TO WS-PRF-MASK-LEN
               END-IF
               IF WS-MASK-IDX < 8 AND WS-PRF-YEAR-POS = 0
                   IF WS-PRF-DATE-MASK (WS-MASK-IDX:4) = 'AAAA'
                       MOVE WS-MASK-IDX TO WS-PRF-YEAR-POS
                   END-IF
               END-IF
               IF WS-MASK-IDX < 10
                   IF WS-PRF-DATE-MASK (WS-MASK-IDX:2) = 'MM'
                       MOVE WS-MASK-IDX TO WS-PRF-MONTH-POS
                   END-IF
                   IF WS-PRF-DATE-MASK (WS-MASK-IDX:2) = 'DD'
                       MOVE WS-MASK-IDX TO WS-PRF-DAY-POS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PRF-YEAR-POS = 0 OR WS-PRF-MONTH-POS = 0
                   OR WS-PRF-DAY-POS = 0
               MOVE "FORMATODATA= deve ter DD, MM e AAAA"
                   TO WS-PARM-ERROR
           END-IF.

       PROC-OPEN-FILES.

           OPEN INPUT PARC-INPUT
           IF WS-PARCIN-STATUS NOT = '00'
               DISPLAY "PROG0063: falha ao abrir PARCIN - STATUS "
                   WS-PARCIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NAME-OUTPUT
           IF WS-NAMEOUT-STATUS NOT = '00'
               DISPLAY "PROG0063: falha ao abrir NAMEOUT - STATUS "
                   WS-NAMEOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CNV-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PROG0063: falha ao abrir CNVRPT - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Uma linha do parceiro: separa as colunas, limpa e confere
      * cada campo usado e grava o detalhe; o primeiro motivo de
      * recusa encontrado tira a linha do envelope.
       PROC-CONVERT-ROW.

           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO NAME-OUTPUT-RECORD
           MOVE SPACES TO WS-COUNTRY-SLOTS
           MOVE 0 TO WS-SLOT-COUNT

           PERFORM PROC-SPLIT-ROW

           IF WS-COL-COUNT < WS-PRF-MAX-COL
               MOVE WS-COL-COUNT TO WS-NUM-DISPLAY
               STRING "COLUNAS INSUFICIENTES (" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NUM-DISPLAY) DELIMITED BY SIZE
                      " DE " DELIMITED BY SIZE
                      WS-PRF-MAX-COL DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-COL (WS-PRF-COL-SURNAME) TO WS-FIELD
               PERFORM PROC-CLEAN-FIELD
               EVALUATE TRUE
                   WHEN WS-FIELD-LEN = 0
                       MOVE "SOBRENOME EM BRANCO" TO WS-REJECT-REASON
                   WHEN WS-FIELD-LEN > 40
                       MOVE "SOBRENOME COM MAIS DE 40 POSICOES"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE WS-FIELD TO NAME-OUTPUT-SURNAME
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES AND WS-PRF-COL-GIVEN > 0
               MOVE WS-COL (WS-PRF-COL-GIVEN) TO WS-FIELD
               PERFORM PROC-CLEAN-FIELD
               IF WS-FIELD-LEN > 30
                   MOVE "NOME COM MAIS DE 30 POSICOES"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-FIELD TO NAME-OUTPUT-GIVEN
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-CONVERT-DATE
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM PROC-SPLIT-COUNTRIES
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-COUNTRY-SLOTS TO NAME-OUTPUT-COUNTRIES
               WRITE NAME-OUTPUT-RECORD
               ADD 1 TO WS-TOTAL-CONVERTED
           ELSE
               ADD 1 TO WS-TOTAL-REJECTED
               PERFORM PROC-PRINT-REJECT
           END-IF.

      * Colunas pelo separador do perfil; coluna vazia conta (dois
      * separadores seguidos) e as alem da 30a sao ignoradas.
       PROC-SPLIT-ROW.

           MOVE SPACES TO WS-COLUMNS
           MOVE 0 TO WS-COL-COUNT
           MOVE 1 TO WS-COL-START

           PERFORM VARYING WS-ROW-LEN FROM 500 BY -1
                   UNTIL WS-ROW-LEN = 0
                       OR PARC-INPUT-RECORD (WS-ROW-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           PERFORM VARYING WS-ROW-POS FROM 1 BY 1
                   UNTIL WS-ROW-POS > WS-ROW-LEN + 1
               IF WS-ROW-POS > WS-ROW-LEN
                   PERFORM PROC-TAKE-COLUMN
               ELSE
                   IF PARC-INPUT-RECORD (WS-ROW-POS:1)
                           = WS-PRF-SEPARATOR
                       PERFORM PROC-TAKE-COLUMN
                   END-IF
               END-IF
           END-PERFORM.

       PROC-TAKE-COLUMN.

           ADD 1 TO WS-COL-COUNT
           COMPUTE WS-COL-LEN = WS-ROW-POS - WS-COL-START
           IF WS-COL-COUNT NOT > 30 AND WS-COL-LEN > 0
               IF WS-COL-LEN > 100
                   MOVE 100 TO WS-COL-LEN
               END-IF
               MOVE PARC-INPUT-RECORD (WS-COL-START:WS-COL-LEN)
                   TO WS-COL (WS-COL-COUNT)
           END-IF
           COMPUTE WS-COL-START = WS-ROW-POS + 1.

      * Sem aspas em volta e sem brancos nas pontas; WS-FIELD-LEN e
      * o tamanho do que sobra.
       PROC-CLEAN-FIELD.

           MOVE FUNCTION TRIM (WS-FIELD) TO WS-FIELD
           PERFORM PROC-FIELD-LENGTH
           IF WS-FIELD-LEN > 1
                   AND WS-FIELD (1:1) = '"'
                   AND WS-FIELD (WS-FIELD-LEN:1) = '"'
               MOVE SPACE TO WS-FIELD (WS-FIELD-LEN:1)
               MOVE WS-FIELD (2:99) TO WS-FIELD-WORK
               MOVE WS-FIELD-WORK TO WS-FIELD
               MOVE FUNCTION TRIM (WS-FIELD) TO WS-FIELD
               PERFORM PROC-FIELD-LENGTH
           END-IF.

       PROC-FIELD-LENGTH.

           PERFORM VARYING WS-FIELD-LEN FROM 100 BY -1
                   UNTIL WS-FIELD-LEN = 0
                       OR WS-FIELD (WS-FIELD-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

      * Data da linha pela mascara do perfil, de volta a AAAAMMDD.
       PROC-CONVERT-DATE.

           MOVE WS-COL (WS-PRF-COL-DATE) TO WS-FIELD
           PERFORM PROC-CLEAN-FIELD
           MOVE SPACES TO WS-ROW-DATE

           IF WS-FIELD-LEN = WS-PRF-MASK-LEN
               MOVE WS-FIELD (WS-PRF-YEAR-POS:4) TO WS-ROW-DATE (1:4)
               MOVE WS-FIELD (WS-PRF-MONTH-POS:2) TO WS-ROW-DATE (5:2)
               MOVE WS-FIELD (WS-PRF-DAY-POS:2) TO WS-ROW-DATE (7:2)
           END-IF

           EVALUATE TRUE
               WHEN WS-ROW-DATE IS NOT NUMERIC
                   STRING "DATA " DELIMITED BY SIZE
                          WS-FIELD (1:12) DELIMITED BY SPACE
                          " FORA DO FORMATO " DELIMITED BY SIZE
                          WS-PRF-DATE-MASK DELIMITED BY SPACE
                          INTO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL
                       (WS-ROW-DATE)) NOT = 0
                   STRING "DATA " DELIMITED BY SIZE
                          WS-FIELD (1:12) DELIMITED BY SPACE
                          " INEXISTENTE" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
               WHEN WS-ROW-DATE NOT = WS-BUS-DATE
                   STRING "DATA " DELIMITED BY SIZE
                          WS-ROW-DATE DELIMITED BY SIZE
                          " DE OUTRO MOVIMENTO" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Lista livre: tudo o que nao e letra separa; cada trecho de
      * letras tem de ser um codigo de duas letras. A validade do
      * codigo (CTRYFILE) continua com a edicao da janela.
       PROC-SPLIT-COUNTRIES.

           MOVE WS-COL (WS-PRF-COL-COUNTRIES) TO WS-FIELD
           PERFORM PROC-CLEAN-FIELD
           MOVE FUNCTION UPPER-CASE (WS-FIELD) TO WS-FIELD
           MOVE SPACES TO WS-COUNTRY-TOKEN
           MOVE 0 TO WS-TOKEN-LEN

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-FIELD-LEN + 1
                       OR WS-REJECT-REASON NOT = SPACES
               IF WS-CHAR-IDX > WS-FIELD-LEN
                   MOVE SPACE TO WS-CURRENT-CHAR
               ELSE
                   MOVE WS-FIELD (WS-CHAR-IDX:1) TO WS-CURRENT-CHAR
               END-IF
               IF WS-CURRENT-CHAR IS ALPHABETIC-UPPER
                       AND WS-CURRENT-CHAR NOT = SPACE
                   ADD 1 TO WS-TOKEN-LEN
                   IF WS-TOKEN-LEN NOT > 3
                       MOVE WS-CURRENT-CHAR
                           TO WS-COUNTRY-TOKEN (WS-TOKEN-LEN:1)
                   END-IF
               ELSE
                   IF WS-TOKEN-LEN > 0
                       PERFORM PROC-PLACE-COUNTRY
                       MOVE SPACES TO WS-COUNTRY-TOKEN
                       MOVE 0 TO WS-TOKEN-LEN
                   END-IF
               END-IF
           END-PERFORM.

       PROC-PLACE-COUNTRY.

           IF WS-TOKEN-LEN NOT = 2
               IF WS-TOKEN-LEN > 3
                   MOVE '...' TO WS-COUNTRY-TOKEN
               END-IF
               STRING "PAIS " DELIMITED BY SIZE
                      WS-COUNTRY-TOKEN DELIMITED BY SPACE
                      " NAO E CODIGO DE DUAS LETRAS" DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
           ELSE
               MOVE 'N' TO WS-DUP-SWITCH
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                   IF WS-COUNTRY-SLOT (WS-SLOT-IDX)
                           = WS-COUNTRY-TOKEN (1:2)
                       SET WS-IS-DUP TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-IS-DUP
                       CONTINUE
                   WHEN WS-SLOT-COUNT = 5
                       MOVE "MAIS DE 5 PAISES" TO WS-REJECT-REASON
                   WHEN OTHER
                       ADD 1 TO WS-SLOT-COUNT
                       MOVE WS-COUNTRY-TOKEN (1:2)
                           TO WS-COUNTRY-SLOT (WS-SLOT-COUNT)
               END-EVALUATE
           END-IF.

       PROC-PRINT-HEADING.

           MOVE "====================================================="
               TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           MOVE "CONVERSAO DE ARQUIVO DE PARCEIRO - PROG0063"
               TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           MOVE "====================================================="
               TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE

           MOVE SPACES TO CNV-REPORT-LINE
           STRING "ORIGEM.............: " DELIMITED BY SIZE
                  WS-PRF-SOURCE DELIMITED BY SIZE
                  "  MOVIMENTO: " DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  "  EXECUCAO: " DELIMITED BY SIZE
                  WS-RUN-DATE (1:14) DELIMITED BY SIZE
                  INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE

           MOVE SPACES TO CNV-REPORT-LINE
           STRING "PERFIL.............: SEPARADOR '" DELIMITED BY SIZE
                  WS-PRF-SEPARATOR DELIMITED BY SIZE
                  "' CABECALHO " DELIMITED BY SIZE
                  WS-PRF-HEADER-LINES DELIMITED BY SIZE
                  " SOBRENOME " DELIMITED BY SIZE
                  WS-PRF-COL-SURNAME DELIMITED BY SIZE
                  " NOME " DELIMITED BY SIZE
                  WS-PRF-COL-GIVEN DELIMITED BY SIZE
                  " PAISES " DELIMITED BY SIZE
                  WS-PRF-COL-COUNTRIES DELIMITED BY SIZE
                  " DATA " DELIMITED BY SIZE
                  WS-PRF-COL-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRF-DATE-MASK DELIMITED BY SIZE
                  INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE

           MOVE "====================================================="
               TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           MOVE "LINHAS REJEITADAS (FORA DO ENVELOPE)"
               TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE.

      * Motivo e a linha como chegou, para devolver ao parceiro.
       PROC-PRINT-REJECT.

           MOVE SPACES TO CNV-REPORT-LINE
           STRING "LINHA " DELIMITED BY SIZE
                  WS-LINE-NO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE

           MOVE SPACES TO CNV-REPORT-LINE
           STRING "  > " DELIMITED BY SIZE
                  PARC-INPUT-RECORD (1:128) DELIMITED BY SIZE
                  INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE.

       PROC-PRINT-TOTALS.

           IF WS-TOTAL-REJECTED = 0
               MOVE "  NENHUMA" TO CNV-REPORT-LINE
               WRITE CNV-REPORT-LINE
           END-IF

           MOVE "====================================================="
               TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE

           MOVE SPACES TO CNV-REPORT-LINE
           STRING "LINHAS LIDAS.......: " DELIMITED BY SIZE
                  WS-TOTAL-LINES DELIMITED BY SIZE
                  " (CABECALHO " DELIMITED BY SIZE
                  WS-TOTAL-HEADER-LINES DELIMITED BY SIZE
                  ", EM BRANCO " DELIMITED BY SIZE
                  WS-TOTAL-BLANK DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE

           MOVE SPACES TO CNV-REPORT-LINE
           STRING "CONVERTIDAS........: " DELIMITED BY SIZE
                  WS-TOTAL-CONVERTED DELIMITED BY SIZE
                  INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE

           MOVE SPACES TO CNV-REPORT-LINE
           STRING "REJEITADAS.........: " DELIMITED BY SIZE
                  WS-TOTAL-REJECTED DELIMITED BY SIZE
                  INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE

           MOVE SPACES TO CNV-REPORT-LINE
           STRING "ENVELOPE GRAVADO...: HDR " DELIMITED BY SIZE
                  WS-PRF-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  " - TRL " DELIMITED BY SIZE
                  WS-TOTAL-CONVERTED DELIMITED BY SIZE
                  " DETALHES" DELIMITED BY SIZE
                  INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE

           MOVE "====================================================="
               TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE.
