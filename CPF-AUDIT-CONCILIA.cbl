      *   - Programa novo. Registros de CNPJ da trilha (AUD-TIPO-DOC
      *     'J') nao tem extrato proprio para conferir e sao apenas
      *     contados a parte.
      *   - PIS/NIS (P) e Titulo de Eleitor (T) entraram na trilha;
      *     tambem sem extrato para esta conferencia, sao contados a
      *     parte como o CNPJ, em vez de cairem na conferencia de CPF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-AUDIT-CONCILIA.

                   01 QTD-AUD-LIDOS    PIC 9(09) VALUE ZERO.
                   01 QTD-AUD-CNPJ     PIC 9(09) VALUE ZERO.
                   01 QTD-AUD-OUTROS   PIC 9(09) VALUE ZERO.
                   01 QTD-NAO-EMITIDOS PIC 9(09) VALUE ZERO.
                   01 QTD-EMITIDOS     PIC 9(09) VALUE ZERO.

           MOVE 'N' TO AUD-FIM.
           MOVE ZERO TO QTD-AUD-LIDOS.
           MOVE ZERO TO QTD-AUD-CNPJ.
           MOVE ZERO TO QTD-AUD-OUTROS.
           MOVE ZERO TO QTD-NAO-EMITIDOS.
           MOVE ZERO TO QTD-EMITIDOS.
           MOVE ZERO TO DATA-CORRENTE.
               ADD 1 TO QTD-AUD-LIDOS
               IF AUD-TIPO-DOC = 'J'
                   ADD 1 TO QTD-AUD-CNPJ
               ELSE
               IF AUD-TIPO-DOC = 'P' OR AUD-TIPO-DOC = 'T'
                   ADD 1 TO QTD-AUD-OUTROS
               ELSE
                   PERFORM 2200-CONFERE-EMISSAO
               END-IF
               END-IF
               PERFORM 2100-LER-AUDITORIA
           END-PERFORM.
           PERFORM 2300-FECHA-DATA.
           DISPLAY 'VALIDACOES DE NAO EMITIDO ...: '
                   QTD-NAO-EMITIDOS.
           DISPLAY 'REGISTROS DE CNPJ (A PARTE) .: ' QTD-AUD-CNPJ.
           DISPLAY 'REGISTROS PIS/TITULO (PARTE) : ' QTD-AUD-OUTROS.

       COPY FS-VERIFICA.
