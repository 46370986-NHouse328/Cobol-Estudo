      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Modulo de calculo/validacao do digito verificador
      *            de PIS/PASEP/NIS (onze digitos, um verificador),
      *            no molde de CPF-CHECK-DIGIT: chamado por
      *            GERA-CPF-DAT e CPF-VALIDADOR para as duas pontas
      *            nunca ficarem com regras divergentes.
      *            Regra: os dez primeiros digitos com os pesos
      *            3 2 9 8 7 6 5 4 3 2; o verificador e 11 menos o
      *            resto da soma por 11, e resultado 10 ou 11 vira 0.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo. Interface igual a de CPF-CHECK-DIGIT
      *     (LK-VALIDO, LK-DIGITO-ERRO, LK-DIGITO-ESPERADO), com
      *     LK-DIGITO-ERRO 1 para o verificador e 3 para os onze
      *     digitos iguais, e o ponto de entrada de calculo PIS-
      *     COMPUTE-DIGIT, que recebe os dez digitos de base e grava
      *     o verificador na 11a posicao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIS-CHECK-DIGIT.

       DATA DIVISION.
           WORKING-STORAGE SECTION.

               01 IND          PIC 9(02).
               01 SOMA         PIC 9(04).
               01 DIV          PIC 9(03).
               01 DIGITO-CALC  PIC 9(02).

               01 TAB-PESOS-PIS.
                   05 FILLER   PIC X(10) VALUE '3298765432'.
               01 TAB-PESOS-PIS-RED REDEFINES TAB-PESOS-PIS.
                   05 PESO-PIS PIC 9(01) OCCURS 10.

               01 REPETIDO-SW  PIC X(01) VALUE 'N'.
                   88 DIGITOS-REPETIDOS VALUE 'S'.

           LINKAGE SECTION.

               01 LK-PIS.
                   05 LK-DIGITO    PIC 9(01) OCCURS 11.

               01 LK-VALIDO           PIC 9(01).
               01 LK-DIGITO-ERRO      PIC 9(01).
               01 LK-DIGITO-ESPERADO  PIC 9(01).

       PROCEDURE DIVISION USING LK-PIS LK-VALIDO LK-DIGITO-ERRO
                                 LK-DIGITO-ESPERADO.

       0000-PRINCIPAL.

           MOVE 0 TO LK-VALIDO.
           MOVE 0 TO LK-DIGITO-ERRO.
           MOVE 0 TO LK-DIGITO-ESPERADO.

           PERFORM 0500-VERIFICA-REPETIDO.
           IF DIGITOS-REPETIDOS
               MOVE 1 TO LK-VALIDO
               MOVE 3 TO LK-DIGITO-ERRO
           ELSE
               PERFORM 1000-VALIDA-DIGITO
           END-IF.

           GOBACK.

       0500-VERIFICA-REPETIDO.
      *    Onze digitos iguais, como no CPF, sao numeros reservados.
           MOVE 'S' TO REPETIDO-SW.

           PERFORM VARYING IND FROM 2 BY 1 UNTIL IND > 11
               IF LK-DIGITO(IND) NOT = LK-DIGITO(1)
                   MOVE 'N' TO REPETIDO-SW
               END-IF
           END-PERFORM.

       1000-VALIDA-DIGITO.

           PERFORM 1100-CALCULA-VERIFICADOR.

           IF DIGITO-CALC NOT EQUAL TO LK-DIGITO(11)
               MOVE 1           TO LK-VALIDO
               MOVE 1           TO LK-DIGITO-ERRO
               MOVE DIGITO-CALC TO LK-DIGITO-ESPERADO
           END-IF.

       1100-CALCULA-VERIFICADOR.
      *    Soma ponderada dos dez digitos de base; ao contrario do
      *    CPF, todo PIS tem verificador (10 e 11 viram 0).
           MOVE 0 TO SOMA.

           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 10
               COMPUTE SOMA = SOMA + (LK-DIGITO(IND) * PESO-PIS(IND))
           END-PERFORM.

           DIVIDE SOMA BY 11 GIVING DIV REMAINDER SOMA.
           COMPUTE DIGITO-CALC = 11 - SOMA.

           IF DIGITO-CALC > 9
               MOVE 0 TO DIGITO-CALC
           END-IF.

       9000-ENTRADA-CALCULO.

           ENTRY 'PIS-COMPUTE-DIGIT' USING LK-PIS LK-VALIDO.

           MOVE 0 TO LK-VALIDO.

           PERFORM 1100-CALCULA-VERIFICADOR.
           MOVE DIGITO-CALC TO LK-DIGITO(11).

           PERFORM 0500-VERIFICA-REPETIDO.
           IF DIGITOS-REPETIDOS
               MOVE 1 TO LK-VALIDO
           END-IF.

           GOBACK.
