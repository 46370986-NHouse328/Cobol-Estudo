      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo.
      *   - Rejeitados com DIGITO-FALHOU 3 (onze digitos iguais, que
      *     CPF-CHECK-DIGIT passou a reprovar) sao contados a parte,
      *     em vez de cair no total do 2o digito.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-REJ-ANALISE.
                   01 QTD-REJ-TOTAL    PIC 9(11) VALUE ZERO.
                   01 QTD-REJ-DIG-1    PIC 9(11) VALUE ZERO.
                   01 QTD-REJ-DIG-2    PIC 9(11) VALUE ZERO.
                   01 QTD-REJ-REPETIDO PIC 9(11) VALUE ZERO.

                   01 CPF-DEZENA       PIC 9(02).
                   01 IND-FAIXA        PIC 9(03).
           MOVE ZERO TO QTD-REJ-TOTAL.
           MOVE ZERO TO QTD-REJ-DIG-1.
           MOVE ZERO TO QTD-REJ-DIG-2.
           MOVE ZERO TO QTD-REJ-REPETIDO.
           INITIALIZE TAB-FAIXA.

           OPEN INPUT ARQ-REJEITADOS.
               ADD 1 TO QTD-REJ-TOTAL
               IF DIGITO-FALHOU = 1
                   ADD 1 TO QTD-REJ-DIG-1
               ELSE
               IF DIGITO-FALHOU = 3
                   ADD 1 TO QTD-REJ-REPETIDO
               ELSE
                   ADD 1 TO QTD-REJ-DIG-2
               END-IF
               END-IF
               MOVE CPF-REJ(1:2) TO CPF-DEZENA
               ADD 1 TO TAB-FAIXA-QTD(CPF-DEZENA + 1)
               PERFORM 2100-LER-REJEITADO
           DISPLAY 'TOTAL DE REJEITADOS ........: ' QTD-REJ-TOTAL.
           DISPLAY 'REPROVADOS NO 1O DIGITO ....: ' QTD-REJ-DIG-1.
           DISPLAY 'REPROVADOS NO 2O DIGITO ....: ' QTD-REJ-DIG-2.
           DISPLAY 'DIGITOS TODOS IGUAIS .......: ' QTD-REJ-REPETIDO.

           IF QTD-REJ-TOTAL > ZERO
               DISPLAY '-------------------------------------------'
