      *     possivel sob esta regra - a conferencia reprovaria os 100
      *     candidatos), LK-VALIDO volta 1 e a base deve ser pulada,
      *     para a sintese produzir extrato identico ao da varredura.
      *   - CPF com os onze digitos iguais (000.000.000-00 ate
      *     999.999.999-99) passa no modulo 11 mas nao e CPF valido:
      *     a conferencia agora o reprova antes da conta, com LK-
      *     DIGITO-ERRO 3 (digitos repetidos, nenhum verificador a
      *     corrigir), e o calculo devolve LK-VALIDO 1 quando o
      *     resultado sai repetido, para a sintese pular a base.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-CHECK-DIGIT.
               01 SOMA         PIC 9(04).
               01 DIV          PIC 9(02).

               01 REPETIDO-SW  PIC X(01) VALUE 'N'.
                   88 DIGITOS-REPETIDOS VALUE 'S'.

           LINKAGE SECTION.

               01 LK-CPF.
           MOVE 0 TO LK-DIGITO-ERRO.
           MOVE 0 TO LK-DIGITO-ESPERADO.

           PERFORM 0500-VERIFICA-REPETIDO.
           IF DIGITOS-REPETIDOS
               MOVE 1 TO LK-VALIDO
               MOVE 3 TO LK-DIGITO-ERRO
           ELSE
               PERFORM 1000-VALIDA-DIGITO-1
           END-IF.

           IF LK-VALIDO = 0
               PERFORM 2000-VALIDA-DIGITO-2

           GOBACK.

       0500-VERIFICA-REPETIDO.
      *    Onze digitos iguais fecham o modulo 11 mas sao numeros
      *    reservados, nunca emitidos: reprovados sem fazer a conta.
           MOVE 'S' TO REPETIDO-SW.

           PERFORM VARYING IND FROM 2 BY 1 UNTIL IND > 11
               IF LK-DIGITO(IND) NOT = LK-DIGITO(1)
                   MOVE 'N' TO REPETIDO-SW
               END-IF
           END-PERFORM.

       1000-VALIDA-DIGITO-1.

           MOVE 0  TO SOMA.
               PERFORM 9200-CALCULA-DIGITO-2
           END-IF.

           IF LK-VALIDO = 0
               PERFORM 0500-VERIFICA-REPETIDO
               IF DIGITOS-REPETIDOS
                   MOVE 1 TO LK-VALIDO
               END-IF
           END-IF.

           GOBACK.

       9100-CALCULA-DIGITO-1.
