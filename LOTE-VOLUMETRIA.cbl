      * Historico de alteracoes:
      *   - Programa novo. Arquivo ausente entra na foto com zero
      *     registros, para a serie nao ganhar buracos.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-VOLUMETRIA.
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-AUDITORIA
                       LABEL RECORD STANDARD.
