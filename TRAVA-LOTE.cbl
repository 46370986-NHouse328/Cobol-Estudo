      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Ponte do job de lote para o cadastro de travas: le
      *            a funcao (R registra, L libera), o nome logico do
      *            arquivo e o nome do job e chama TRAVA-ARQ, devolvendo
      *            o retorno do modulo como RETURN-CODE (0 ok, 4 nada a
      *            liberar, 8 arquivo em uso por outro). Sem sign-on, a
      *            trava sai em nome de LOTE. Usado por LOTE-NOTURNO,
      *            LOTE-SEMANAL, REORGANIZA e RESTAURA-GERACAO. As
      *            duas cadeias tambem disputam a trava CADEIA, que
      *            nao e arquivo: e a exclusao mutua entre elas.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo.
      *   - LOTE-SEMANAL passa a usar a ponte, com a trava CADEIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVA-LOTE.

       DATA DIVISION.
               WORKING-STORAGE SECTION.
                   01 TRAVA-FUNCAO     PIC X(01) VALUE SPACE.
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE SPACES.
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE SPACES.
                   01 TRAVA-RC         PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'FUNCAO (R = REGISTRA, L = LIBERA) :'.
           ACCEPT TRAVA-FUNCAO.
           DISPLAY 'ARQUIVO :'.
           ACCEPT TRAVA-ARQUIVO.
           DISPLAY 'JOB :'.
           ACCEPT TRAVA-PROGRAMA.
           IF TRAVA-FUNCAO NOT = 'R' AND TRAVA-FUNCAO NOT = 'L'
               DISPLAY 'FUNCAO INVALIDA: ' TRAVA-FUNCAO
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE TRAVA-RC TO RETURN-CODE
           END-IF.

           GOBACK.
