      *            as mesmas identidades do sign-on) e um mes (ou zero
      *            para o periodo todo) e corta CPFAUDIT por
      *            AUD-OPERADOR: validacoes por dia, validas x
      *            invalidas, mistura de tipo de documento (F/J/P/T)
      *            e as horas mais carregadas - a revisao trimestral
      *            deixa de ser exercicio de grep.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. O resumo por dia sai por quebra de data,
      *     na ordem cronologica em que a trilha ja e gravada, como
      *     o fechamento mensal faz.
      *   - Mistura de tipo ganhou PIS/NIS (P) e Titulo de Eleitor
      *     (T), que passaram a ser gravados na trilha pelo validador.
      *   - Registro de OPERADORES pelo copybook OPRCAD (o layout
      *     cresceu com a senha em resumo e o bloqueio).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-AUDIT-OPERADOR.
                       LABEL RECORD STANDARD.

                       01 REG-OPERADOR.
                           COPY OPRCAD.

               WORKING-STORAGE SECTION.

                   01 QTD-INVALIDAS    PIC 9(09) VALUE ZERO.
                   01 QTD-TIPO-F       PIC 9(09) VALUE ZERO.
                   01 QTD-TIPO-J       PIC 9(09) VALUE ZERO.
                   01 QTD-TIPO-P       PIC 9(09) VALUE ZERO.
                   01 QTD-TIPO-T       PIC 9(09) VALUE ZERO.

                   01 TAB-HORAS.
                       05 TAB-HORA-QTD OCCURS 24 TIMES
           MOVE ZERO TO QTD-INVALIDAS.
           MOVE ZERO TO QTD-TIPO-F.
           MOVE ZERO TO QTD-TIPO-J.
           MOVE ZERO TO QTD-TIPO-P.
           MOVE ZERO TO QTD-TIPO-T.
           MOVE ZERO TO MAIOR-HORA-QTD.
           INITIALIZE TAB-HORAS.

           END-IF.
           IF AUD-TIPO-DOC = 'J'
               ADD 1 TO QTD-TIPO-J
           ELSE
           IF AUD-TIPO-DOC = 'P'
               ADD 1 TO QTD-TIPO-P
           ELSE
           IF AUD-TIPO-DOC = 'T'
               ADD 1 TO QTD-TIPO-T
           ELSE
               ADD 1 TO QTD-TIPO-F
           END-IF
           END-IF
           END-IF.
           IF AUD-SO-HORA < 24
               ADD 1 TO TAB-HORA-QTD(AUD-SO-HORA + 1)
           DISPLAY 'INVALIDAS ................: ' QTD-INVALIDAS.
           DISPLAY 'DOCUMENTOS CPF (F) .......: ' QTD-TIPO-F.
           DISPLAY 'DOCUMENTOS CNPJ (J) ......: ' QTD-TIPO-J.
           DISPLAY 'DOCUMENTOS PIS/NIS (P) ...: ' QTD-TIPO-P.
           DISPLAY 'TITULOS DE ELEITOR (T) ...: ' QTD-TIPO-T.
           IF QTD-TOTAL > ZERO
               PERFORM VARYING IND-HORA FROM 1 BY 1
                       UNTIL IND-HORA > 24
