      *   - Programa novo, junto com o historico de manifestos. A
      *     faixa de datas e opcional (zero = sem limite), na mesma
      *     convencao das demais consultas por data do projeto.
      *   - Modo 4 (varredura restrita a regioes fiscais) descrito
      *     como REGIONAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-RUN-HISTORICO.
               IF HST-MODO-GER = 2
                   MOVE 'AMOSTRAGEM' TO DESCR-MODO
               ELSE
                   IF HST-MODO-GER = 4
                       MOVE 'REGIONAL'  TO DESCR-MODO
                   ELSE
                       MOVE 'SINTESE'   TO DESCR-MODO
                   END-IF
               END-IF
           END-IF.

