      *   - Programa novo. Uma rodada de alocacao e um ALO-DATA
      *     distinto; o ritmo medio e o total alocado dividido pelas
      *     rodadas, e a previsao divide o saldo livre por esse ritmo.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-ALOC-INVENTARIO.
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

               WORKING-STORAGE SECTION.

