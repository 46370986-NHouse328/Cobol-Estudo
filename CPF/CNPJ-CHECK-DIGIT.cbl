      *     Todo CNPJ cujo digito verdadeiro fosse 0 por esse caminho
      *     era rejeitado como invalido. Acrescentado o ajuste padrao
      *     IF SOMA = 10 MOVE 0 TO SOMA antes de cada comparacao.
      *   - CNPJ com as catorze posicoes iguais fecha o modulo 11 mas
      *     nao e CNPJ valido: reprovado antes da conta, com LK-
      *     DIGITO-ERRO 3 (digitos repetidos), como no CPF.
      *   - CNPJ alfanumerico: as doze primeiras posicoes podem ser
      *     letra maiuscula, valendo o codigo do caractere menos 48
      *     (tabela do copybook CNPJ-ALFA); os verificadores seguem
      *     numericos. LK-CNPJ passou a ser lido caractere a
      *     caractere (a visao numerica LK-DIGITO continua por
      *     REDEFINES), entao o CNPJ numerico de 14 posicoes de quem
      *     ja chamava segue valendo igual. Caractere fora do
      *     alfabeto volta LK-DIGITO-ERRO 4. SOMA alargou para cinco
      *     posicoes (letra vale ate 42). Acrescentado o ponto de
      *     entrada de calculo CNPJ-COMPUTE-DIGIT, como o do CPF:
      *     recebe as doze posicoes de base e grava os dois
      *     verificadores em LK-CNPJ, para a geracao alfanumerica nao
      *     testar candidato a candidato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-CHECK-DIGIT.

               01 IND          PIC 9(02).
               01 MULT         PIC 9(02).
               01 SOMA         PIC 9(05).
               01 DIV          PIC 9(04).
               01 IND-ALFA     PIC 9(02).
               01 VALOR-CAR    PIC 9(02).

               01 REPETIDO-SW  PIC X(01) VALUE 'N'.
                   88 DIGITOS-REPETIDOS VALUE 'S'.
               01 CARACTERE-SW PIC X(01) VALUE 'N'.
                   88 CARACTERE-INVALIDO VALUE 'S'.

               COPY CNPJ-ALFA.

               01 TAB-PESOS-1.
                   05 FILLER PIC 9(01) VALUE 5.
           LINKAGE SECTION.

               01 LK-CNPJ.
                   05 LK-CARACTERE PIC X(01) OCCURS 14.
               01 LK-CNPJ-NUM REDEFINES LK-CNPJ.
                   05 LK-DIGITO    PIC 9(01) OCCURS 14.

               01 LK-VALIDO           PIC 9(01).
           MOVE 0 TO LK-DIGITO-ERRO.
           MOVE 0 TO LK-DIGITO-ESPERADO.

           PERFORM 0500-VERIFICA-REPETIDO.
           IF DIGITOS-REPETIDOS
               MOVE 1 TO LK-VALIDO
               MOVE 3 TO LK-DIGITO-ERRO
           ELSE
               PERFORM 0600-CONFERE-CARACTERES
               IF CARACTERE-INVALIDO
                       OR LK-CARACTERE(13) IS NOT NUMERIC
                       OR LK-CARACTERE(14) IS NOT NUMERIC
                   MOVE 1 TO LK-VALIDO
                   MOVE 4 TO LK-DIGITO-ERRO
               ELSE
                   PERFORM 1000-VALIDA-DIGITO-1
               END-IF
           END-IF.

           IF LK-VALIDO = 0
               PERFORM 2000-VALIDA-DIGITO-2

           GOBACK.

       0500-VERIFICA-REPETIDO.
      *    Catorze posicoes iguais: numero reservado, nunca emitido.
           MOVE 'S' TO REPETIDO-SW.

           PERFORM VARYING IND FROM 2 BY 1 UNTIL IND > 14
               IF LK-CARACTERE(IND) NOT = LK-CARACTERE(1)
                   MOVE 'N' TO REPETIDO-SW
               END-IF
           END-PERFORM.

       0600-CONFERE-CARACTERES.
      *    As doze posicoes de base tem de estar no alfabeto do CNPJ
      *    (digito ou letra maiuscula).
           MOVE 'N' TO CARACTERE-SW.

           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 12
               PERFORM 0700-VALOR-CARACTERE
               IF IND-ALFA > 36
                   MOVE 'S' TO CARACTERE-SW
               END-IF
           END-PERFORM.

       0700-VALOR-CARACTERE.
      *    Valor de LK-CARACTERE(IND) no calculo: o digito vale ele
      *    mesmo (caminho direto, o de todo CNPJ numerico); a letra
      *    vale pela posicao na tabela CNPJ-ALFA.
           IF LK-CARACTERE(IND) IS NUMERIC
               MOVE LK-DIGITO(IND) TO VALOR-CAR
               MOVE 1 TO IND-ALFA
           ELSE
               PERFORM VARYING IND-ALFA FROM 11 BY 1
                       UNTIL IND-ALFA > 36
                          OR CNPJ-ALFA-CAR(IND-ALFA) = LK-CARACTERE(IND)
                   CONTINUE
               END-PERFORM
               COMPUTE VALOR-CAR = IND-ALFA + 6
           END-IF.

       1000-VALIDA-DIGITO-1.

           PERFORM 1100-SOMA-DIGITO-1.

           IF SOMA NOT EQUAL TO LK-DIGITO(13)
               MOVE 1    TO LK-VALIDO
               MOVE 1    TO LK-DIGITO-ERRO
               MOVE SOMA TO LK-DIGITO-ESPERADO
           END-IF.

       1100-SOMA-DIGITO-1.

           MOVE 0 TO SOMA.

           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 12
               PERFORM 0700-VALOR-CARACTERE
               COMPUTE SOMA = SOMA + (VALOR-CAR * PESO-1(IND))
           END-PERFORM.

           COMPUTE SOMA = SOMA * 10.
               MOVE 0 TO SOMA
           END-IF.

       2000-VALIDA-DIGITO-2.

           PERFORM 2100-SOMA-DIGITO-2.

           IF SOMA NOT EQUAL TO LK-DIGITO(14)
               MOVE 1    TO LK-VALIDO
               MOVE 2    TO LK-DIGITO-ERRO
               MOVE SOMA TO LK-DIGITO-ESPERADO
           END-IF.

       2100-SOMA-DIGITO-2.

           MOVE 0 TO SOMA.

           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 13
               PERFORM 0700-VALOR-CARACTERE
               COMPUTE SOMA = SOMA + (VALOR-CAR * PESO-2(IND))
           END-PERFORM.

           COMPUTE SOMA = SOMA * 10.
               MOVE 0 TO SOMA
           END-IF.

       9000-ENTRADA-CALCULO.

           ENTRY 'CNPJ-COMPUTE-DIGIT' USING LK-CNPJ LK-VALIDO.

      *    Recebe as doze posicoes de base e grava os verificadores
      *    nas posicoes 13 e 14. No CNPJ o resto 10 vale 0, entao
      *    toda base valida tem verificador; LK-VALIDO volta 1 so
      *    para base com caractere fora do alfabeto ou resultado com
      *    todas as posicoes iguais.
           MOVE 0 TO LK-VALIDO.

           PERFORM 0600-CONFERE-CARACTERES.
           IF CARACTERE-INVALIDO
               MOVE 1 TO LK-VALIDO
           ELSE
               PERFORM 1100-SOMA-DIGITO-1
               MOVE SOMA TO LK-DIGITO(13)
               PERFORM 2100-SOMA-DIGITO-2
               MOVE SOMA TO LK-DIGITO(14)
               PERFORM 0500-VERIFICA-REPETIDO
               IF DIGITOS-REPETIDOS
                   MOVE 1 TO LK-VALIDO
               END-IF
           END-IF.

           GOBACK.
