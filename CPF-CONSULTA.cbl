      *     arquivado, gerado em ...") com a data de geracao. Mestre
      *     ou morto ausentes no ambiente apenas encolhem as camadas.
      *     O folheio (modo 2) continua sobre o extrato vivo.
      *   - As duas telas mostram a regiao fiscal do CPF (9o digito,
      *     com as UFs da regiao pelo copybook REGIAO-FISCAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-CONSULTA.
                       05 DIGITO-CONS  PIC 9(01) OCCURS 11.
                   01 IND-DIGITADO     PIC 9(02).
                   01 IND-DIGITO       PIC 9(02).
                   01 REGIAO-CPF       PIC 9(01).

                   COPY REGIAO-FISCAL.

                   01 QTD-POR-TELA     PIC 9(02) VALUE ZERO.
                   01 QTD-EXIBIDOS     PIC 9(02) VALUE ZERO.
               DISPLAY 'CPF ' CPF-CONSULTADO ' NAO EMITIDO EM '
                       'NENHUMA CAMADA.'
           END-IF.
           MOVE DIGITO-CONS(9) TO REGIAO-CPF.
           DISPLAY 'REGIAO FISCAL: ' REGIAO-CPF ' ('
                   REGIAO-FISCAL-UFS(REGIAO-CPF + 1) ')'.

       3000-FOLHEAR.
           DISPLAY 'CPF DE PARTIDA (PONTUADO OU 11 DIGITOS) :'.
                   AT END
                       SET ARQ-ACABOU TO TRUE
                   NOT AT END
                       MOVE CPF-OUT(9:1) TO REGIAO-CPF
                       DISPLAY CPF-OUT-PONTUADO '  EMITIDO EM '
                               CPF-DATA-GERACAO '  REGIAO '
                               REGIAO-CPF ' '
                               REGIAO-FISCAL-UFS(REGIAO-CPF + 1)
                       ADD 1 TO QTD-EXIBIDOS
                       ADD 1 TO QTD-TOTAL-EXIB
               END-READ
