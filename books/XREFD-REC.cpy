      * publica os deltas do dia como registros de afiliacao -
      * sem isso o warehouse so veria o estado corrente e perderia
      * as remocoes.
      * Afiliacoes gravadas junto com a inclusao do registro (janela
      * PROG0001 e correcao PROG0011, acao 'I') e re-criadas na
      * restauracao do arquivo morto (PROG0035, acao 'T') tambem
      * entram aqui, com a data corrente da gravacao: sao o diario
      * que a recuperacao do mestre (PROG0041) reaplica sobre a
      * copia de seguranca. O warehouse ja recebe essas afiliacoes
      * como vigentes do ID movimentado e o extrato as ignora.
       01 XREFD-RECORD.
           05 XREFD-DATE              PIC X(08).
           05 XREFD-ACTION            PIC X(01).
               88 XREFD-ADDED             VALUE 'A'.
               88 XREFD-REMOVED           VALUE 'R'.
               88 XREFD-INCLUDED          VALUE 'I'.
               88 XREFD-RESTORED          VALUE 'T'.
               88 XREFD-JOURNAL-ONLY      VALUE 'I' 'T'.
           05 XREFD-ID                PIC 9(08).
           05 XREFD-COUNTRY           PIC X(02).
