      * Book para o programa PROG0043.cbl (servico de datas sobre o
      * calendario de dias uteis - CAL-FILE, mantido pelo PROG0042).
      * Funcoes (PROG0043-FUNCTION):
      *   A = dia util anterior a PROG0043-DATE-FROM
      *       (devolvido em PROG0043-RESULT-DATE)
      *   D = dias uteis decorridos de PROG0043-DATE-FROM ate
      *       PROG0043-DATE-TO (conta os uteis depois de FROM ate TO
      *       inclusive; zero quando TO nao e posterior a FROM)
      *   V = verifica se PROG0043-DATE-FROM e dia util
      * RTN-CODE: 0 = atendido (na funcao V: dia util),
      *           4 = na funcao V: dia nao util (tipo e descricao
      *               na resposta),
      *           8 = data ou funcao invalida.
      * Sem calendario legivel vale so a regra de fim de semana e
      * PROG0043-CAL-MISSING fica ligado.
       01 PROG0043-BOOK.
           03 PROG0043-REQUEST.
               05 PROG0043-FUNCTION       PIC X(01).
                   88 PROG0043-PREV-BUSINESS  VALUE 'A'.
                   88 PROG0043-ELAPSED        VALUE 'D'.
                   88 PROG0043-VERIFY         VALUE 'V'.
               05 PROG0043-DATE-FROM      PIC X(08).
               05 PROG0043-DATE-TO        PIC X(08).
           03 PROG0043-CONTROL.
               05 PROG0043-RTN-CODE       PIC 9(04).
           03 PROG0043-RESPONSE.
               05 PROG0043-RESULT-DATE    PIC X(08).
               05 PROG0043-BUS-DAYS       PIC 9(05).
      * Tipo do dia (funcao V): U = util, S = sabado/domingo,
      * F = feriado do calendario.
               05 PROG0043-DAY-TYPE       PIC X(01).
               05 PROG0043-DAY-DESC       PIC X(30).
               05 PROG0043-CAL-FLAG       PIC X(01).
                   88 PROG0043-CAL-MISSING    VALUE 'S'.
