      *   - Programa novo. ARQALOC tratava toda alocacao como
      *     permanente e o extrato sangrava com milhares de CPFs
      *     alocados ociosos; a devolucao fecha o ciclo.
      *   - No modo 1 a area passa pela conferencia AREA-VALIDA contra
      *     o cadastro de areas (codigo em maiusculas; nao cadastrada
      *     ou inativa recusa com RC 8). Alocacoes antigas sob codigo
      *     fora do cadastro saem pelo modo 2 ou pelo modo 3.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      *   - Registra a trava de uso exclusivo de ARQALOC (TRAVA-ARQ)
      *     antes de abri-lo para atualizacao e a libera ao terminar:
      *     com o arquivo em uso pela cadeia noturna ou por outro
      *     operador, a devolucao e recusada com o nome de quem o
      *     detem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-DEVOLUCAO.
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-LISTA
                       LABEL RECORD STANDARD.
                       88 MODO-POR-LISTA   VALUE 3.

                   01 AREA-DEVOLVE     PIC X(08).
                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).
                   01 DATA-INI-SEL     PIC 9(08) VALUE ZERO.
                   01 DATA-INI-RED     REDEFINES DATA-INI-SEL.
                       05 INI-SECULO   PIC 9(02).
                   01 QTD-DEVOLVIDOS   PIC 9(09) VALUE ZERO.
                   01 QTD-NAO-ACHADOS  PIC 9(07) VALUE ZERO.

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE 'ARQALOC'.
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE 'CPF-DEVOLUCAO'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-SW         PIC X(01) VALUE 'N'.
                       88 ARQUIVO-TRAVADO  VALUE 'S'.

                   COPY OPERADOR.

       PROCEDURE DIVISION.
               END-IF
               PERFORM 4000-FINALIZAR
           END-IF.
           IF ARQUIVO-TRAVADO
               MOVE 'L' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE 'N' TO TRAVA-SW
           END-IF.

           GOBACK.

           IF MODO-POR-AREA
               DISPLAY 'AREA A DEVOLVER (ATE 8 CARACTERES) :'
               ACCEPT AREA-DEVOLVE
               CALL 'AREA-VALIDA' USING AREA-DEVOLVE AREA-NOME-CAD
                                        AREA-RC
               IF AREA-RC NOT = 0
                   DISPLAY 'DEVOLUCAO RECUSADA: AREA INVALIDA.'
                   MOVE 'S' TO ERRO-DEV-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'LISTA ARQDEVLST' TO CRITERIO-USADO
           END-IF.

           IF NOT ERRO-NA-DEVOLUCAO
               MOVE 'R' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               IF TRAVA-RC NOT = 0
                   MOVE 'S' TO ERRO-DEV-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET ARQUIVO-TRAVADO TO TRUE
               END-IF
           END-IF.

           IF NOT ERRO-NA-DEVOLUCAO
               OPEN I-O ARQ-ALOCACOES
               IF FS-ALO NOT = '00'
