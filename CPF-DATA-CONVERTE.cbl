      *     auditoria tem conversor proprio (CPF-AUDIT-SECULO), pois
      *     la a data participa do elo encadeado e a corrente precisa
      *     ser recalculada junto.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-DATA-CONVERTE.
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-MF-HIST
                       LABEL RECORD STANDARD.
