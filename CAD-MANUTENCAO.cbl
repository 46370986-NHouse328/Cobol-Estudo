      *     (o equivalente, para o cadastro, do que CPFAUDIT ja da
      *     para as validacoes), e a nova opcao 5 reapresenta a vida
      *     inteira de um CPF a partir do historico.
      *   - CPF com os onze digitos iguais e reprovado pelo modulo
      *     comum com o codigo 3; 3100-PEDE-CPF informa "TODOS OS
      *     DIGITOS IGUAIS" em vez de apontar um verificador.
      *   - Registra a trava de uso exclusivo de CADMST (TRAVA-ARQ)
      *     antes de abrir o cadastro e a libera na saida: com o
      *     arquivo em uso por outro operador ou por um job, a
      *     manutencao e recusada com o nome de quem o detem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD-MANUTENCAO.

                   01 SITUACAO-INF     PIC X(01).

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE 'CADMST'.
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE 'CAD-MANUTENCAO'.
                   01 TRAVA-RC         PIC 9(01).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           MOVE 'N' TO FIM-MANUT.
           MOVE 'N' TO ERRO-MANUT-SW.

           MOVE 'R' TO TRAVA-FUNCAO.
           CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                  TRAVA-PROGRAMA TRAVA-RC.
           IF TRAVA-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-ABRIR-MESTRE.
           IF NOT ERRO-NA-MANUT
               PERFORM UNTIL SAIU-MANUT
               END-PERFORM
               CLOSE ARQ-MESTRE
           END-IF.
           MOVE 'L' TO TRAVA-FUNCAO.
           CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                  TRAVA-PROGRAMA TRAVA-RC.

           GOBACK.

           PERFORM 3200-LE-CPF-DIGITADO.
           CALL 'CPF-CHECK-DIGIT' USING CPF VALIDO DIGITO-ERRO
                                        DIGITO-ESPERADO.
           IF VALIDO NOT = 0 AND DIGITO-ERRO = 3
               DISPLAY 'CPF INVALIDO - TODOS OS DIGITOS IGUAIS.'
           END-IF.
           IF VALIDO NOT = 0 AND DIGITO-ERRO NOT = 3
               IF DIGITO-ERRO = 1
                   MOVE 10 TO NUM-DIGITO-ERRO
               ELSE
