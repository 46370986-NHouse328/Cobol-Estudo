      *     relatorio e os demais continuam valendo. Exposicao
      *     encontrada termina com RETURN-CODE 4, para a carga da
      *     lista poder encadear a varredura e acusar no RC.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      *   - O relatorio ARQBLKRECALL e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-VARRE-BLACKLIST.
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-RECALL
                       LABEL RECORD STANDARD.
                   01 QTD-EXPOSTOS     PIC 9(07) VALUE ZERO.
                   01 QTD-ALOCADOS     PIC 9(07) VALUE ZERO.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
       3000-FINALIZAR.
           CLOSE ARQ-BLACKLIST.
           CLOSE ARQ-RECALL.
           MOVE 'ARQBLKRECALL' TO REL-TIPO.
           MOVE 'CPF-VARRE-BLACKLIST' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.
           IF HA-MESTRE
               CLOSE ARQ-MESTRE
           END-IF.
