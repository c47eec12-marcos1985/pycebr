      * Book para o calendario de dias uteis (CAL-FILE). Mantido
      * transacionalmente pelo PROG0042; consultado pelo servico de
      * datas PROG0043. Sabado e domingo nao sao uteis por regra;
      * o arquivo so guarda as excecoes a essa regra:
      *   F = feriado (dia de semana que nao e util - Carnaval,
      *       Natal, feriados nacionais e locais da praca)
      *   U = dia util extra (sabado ou domingo com expediente)
       01 CAL-RECORD.
           05 CAL-DATE                PIC X(08).
           05 CAL-TYPE                PIC X(01).
               88 CAL-HOLIDAY             VALUE 'F'.
               88 CAL-EXTRA-WORKDAY       VALUE 'U'.
               88 CAL-TYPE-VALID          VALUE 'F' 'U'.
           05 CAL-DESC                PIC X(30).
      * Operador e carimbo da ultima manutencao da entrada.
           05 CAL-OPERATOR            PIC X(08).
           05 CAL-CHG-TS              PIC X(14).
