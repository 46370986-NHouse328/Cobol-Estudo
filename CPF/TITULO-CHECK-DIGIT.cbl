      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Modulo de calculo/validacao dos digitos
      *            verificadores do Titulo de Eleitor, no molde de
      *            CPF-CHECK-DIGIT, chamado por GERA-CPF-DAT e
      *            CPF-VALIDADOR.
      *            Layout (doze digitos): sequencial de oito, codigo
      *            da UF de dois (01 a 28) e os dois verificadores.
      *            1o verificador: sequencial com os pesos 2 a 9,
      *            resto por 11. 2o verificador: os dois digitos da UF
      *            e o 1o verificador com os pesos 7, 8 e 9, resto por
      *            11. Nos dois, resto 10 vira 0 e, para SP (01) e
      *            MG (02), resto 0 vira 1.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo. Interface igual a de CPF-CHECK-DIGIT, com
      *     LK-DIGITO-ERRO 1 e 2 para os verificadores, 3 para os
      *     doze digitos iguais e 5 para codigo de UF fora de 01 a
      *     28 (nenhum verificador a corrigir), e o ponto de entrada
      *     de calculo TITULO-COMPUTE-DIGIT, que recebe sequencial e
      *     UF e grava os dois verificadores nas posicoes 11 e 12.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITULO-CHECK-DIGIT.

       DATA DIVISION.
           WORKING-STORAGE SECTION.

               01 IND          PIC 9(02).
               01 MULT         PIC 9(02).
               01 SOMA         PIC 9(04).
               01 DIV          PIC 9(03).
               01 DIGITO-1     PIC 9(02).
               01 DIGITO-2     PIC 9(02).

               01 REPETIDO-SW  PIC X(01) VALUE 'N'.
                   88 DIGITOS-REPETIDOS VALUE 'S'.

           LINKAGE SECTION.

               01 LK-TITULO.
                   05 LK-DIGITO    PIC 9(01) OCCURS 12.
               01 LK-TITULO-RED REDEFINES LK-TITULO.
                   05 LK-SEQUENCIAL PIC 9(08).
                   05 LK-UF         PIC 9(02).
                       88 LK-UF-VALIDA     VALUE 01 THRU 28.
                       88 LK-UF-SP-MG      VALUE 01 02.
                   05 FILLER        PIC 9(02).

               01 LK-VALIDO           PIC 9(01).
               01 LK-DIGITO-ERRO      PIC 9(01).
               01 LK-DIGITO-ESPERADO  PIC 9(01).

       PROCEDURE DIVISION USING LK-TITULO LK-VALIDO LK-DIGITO-ERRO
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
               IF NOT LK-UF-VALIDA
                   MOVE 1 TO LK-VALIDO
                   MOVE 5 TO LK-DIGITO-ERRO
               ELSE
                   PERFORM 1000-CALCULA-DIGITO-1
                   IF DIGITO-1 NOT EQUAL TO LK-DIGITO(11)
                       MOVE 1        TO LK-VALIDO
                       MOVE 1        TO LK-DIGITO-ERRO
                       MOVE DIGITO-1 TO LK-DIGITO-ESPERADO
                   END-IF
               END-IF
           END-IF.

           IF LK-VALIDO = 0
               PERFORM 2000-CALCULA-DIGITO-2
               IF DIGITO-2 NOT EQUAL TO LK-DIGITO(12)
                   MOVE 1        TO LK-VALIDO
                   MOVE 2        TO LK-DIGITO-ERRO
                   MOVE DIGITO-2 TO LK-DIGITO-ESPERADO
               END-IF
           END-IF.

           GOBACK.

       0500-VERIFICA-REPETIDO.
      *    Doze digitos iguais, como no CPF, nao sao titulo valido.
           MOVE 'S' TO REPETIDO-SW.

           PERFORM VARYING IND FROM 2 BY 1 UNTIL IND > 12
               IF LK-DIGITO(IND) NOT = LK-DIGITO(1)
                   MOVE 'N' TO REPETIDO-SW
               END-IF
           END-PERFORM.

       1000-CALCULA-DIGITO-1.
      *    Sequencial (posicoes 1 a 8) com os pesos 2 a 9.
           MOVE 0 TO SOMA.
           MOVE 2 TO MULT.

           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 8
               COMPUTE SOMA = SOMA + (LK-DIGITO(IND) * MULT)
               COMPUTE MULT = MULT + 1
           END-PERFORM.

           DIVIDE SOMA BY 11 GIVING DIV REMAINDER DIGITO-1.
           IF DIGITO-1 = 10
               MOVE 0 TO DIGITO-1
           ELSE
               IF DIGITO-1 = 0 AND LK-UF-SP-MG
                   MOVE 1 TO DIGITO-1
               END-IF
           END-IF.

       2000-CALCULA-DIGITO-2.
      *    Codigo da UF (posicoes 9 e 10) e o 1o verificador ja
      *    calculado, com os pesos 7, 8 e 9.
           COMPUTE SOMA = (LK-DIGITO(9)  * 7)
                        + (LK-DIGITO(10) * 8)
                        + (DIGITO-1      * 9).

           DIVIDE SOMA BY 11 GIVING DIV REMAINDER DIGITO-2.
           IF DIGITO-2 = 10
               MOVE 0 TO DIGITO-2
           ELSE
               IF DIGITO-2 = 0 AND LK-UF-SP-MG
                   MOVE 1 TO DIGITO-2
               END-IF
           END-IF.

       9000-ENTRADA-CALCULO.

           ENTRY 'TITULO-COMPUTE-DIGIT' USING LK-TITULO LK-VALIDO.

           MOVE 0 TO LK-VALIDO.

           IF NOT LK-UF-VALIDA
               MOVE 1 TO LK-VALIDO
           ELSE
               PERFORM 1000-CALCULA-DIGITO-1
               PERFORM 2000-CALCULA-DIGITO-2
               MOVE DIGITO-1 TO LK-DIGITO(11)
               MOVE DIGITO-2 TO LK-DIGITO(12)
               PERFORM 0500-VERIFICA-REPETIDO
               IF DIGITOS-REPETIDOS
                   MOVE 1 TO LK-VALIDO
               END-IF
           END-IF.

           GOBACK.
