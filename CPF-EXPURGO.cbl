      *     o expurgo. O programa entrou na opcao 17 do menu de
      *     operacoes (reservada ao nivel 3), que e de onde a sessao
      *     autenticada chega ate aqui.
      *   - A execucao registra a trava de uso exclusivo de ARQCPF2
      *     (TRAVA-ARQ) antes de abrir o extrato para atualizacao e a
      *     libera ao terminar: com o arquivo em uso pela cadeia
      *     noturna ou por outro operador, o expurgo e recusado com o
      *     nome de quem o detem.
      *   - A execucao acrescenta uma linha EXPURGO ao razao do
      *     arquivo morto (ARQARCCTL): data, quantidade arquivada,
      *     faixa de datas de geracao e operador - o relatorio
      *     gerencial mensal conta os expurgos do mes por ele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-EXPURGO.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-APR.

                       SELECT ARQ-RAZAO-ARC ASSIGN TO "ARQARCCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AMV.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQUIVO.
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 APR-SITUACAO     PIC X(01).

                   FD ARQ-RAZAO-ARC
                       LABEL RECORD STANDARD.

                       01 REG-MOVIMENTO-ARC.
                           COPY ARCMOV.

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-ARC           PIC X(02).
                   01 FS-SIM           PIC X(02).
                   01 FS-APR           PIC X(02).
                   01 FS-AMV           PIC X(02).

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12).
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE 'CPF-EXPURGO'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-SW         PIC X(01) VALUE 'N'.
                       88 ARQUIVO-TRAVADO  VALUE 'S'.

                   01 MODO-EXPURGO     PIC 9(01) VALUE 1.
                       88 MODO-SIMULA      VALUE 1.
                   PERFORM 8100-QUEIMA-APROVACAO
               END-IF
           END-IF.
           IF ARQUIVO-TRAVADO
               MOVE 'L' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE 'N' TO TRAVA-SW
           END-IF.

           GOBACK.

           ELSE
               PERFORM 1050-EXIGE-APROVACAO
           END-IF.
           IF NOT ERRO-NO-EXPURGO AND DATA-CORTE NOT = ZERO
               MOVE 'R' TO TRAVA-FUNCAO
               MOVE 'ARQCPF2' TO TRAVA-ARQUIVO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               IF TRAVA-RC NOT = 0
                   MOVE 'S' TO ERRO-EXP-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET ARQUIVO-TRAVADO TO TRUE
               END-IF
           END-IF.
           IF NOT ERRO-NO-EXPURGO AND DATA-CORTE NOT = ZERO
               OPEN I-O ARQUIVO
               PERFORM 9999-INTERPRETA-FS
           ELSE
               DISPLAY 'NADA A EXPURGAR ANTES DO CORTE.'
           END-IF.
           IF QTD-ARQUIVADOS > ZERO
               PERFORM 3100-GRAVA-RAZAO-ARC
           END-IF.

       3100-GRAVA-RAZAO-ARC.
      *    Mesmo um expurgo interrompido por erro ja moveu os CPFs
      *    contados: a linha do razao registra o que de fato saiu do
      *    extrato vivo.
           MOVE SPACES           TO REG-MOVIMENTO-ARC.
           MOVE DATA-HOJE        TO AMV-DATA.
           SET AMV-EXPURGO       TO TRUE.
           MOVE QTD-ARQUIVADOS   TO AMV-QTD.
           MOVE DATA-MAIS-ANTIGA TO AMV-DATA-INI.
           MOVE DATA-MAIS-NOVA   TO AMV-DATA-FIM.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'       TO AMV-OPERADOR
           ELSE
               MOVE OPR-SESSAO-CODIGO TO AMV-OPERADOR
           END-IF.
           OPEN EXTEND ARQ-RAZAO-ARC.
           IF FS-AMV NOT = '00'
               OPEN OUTPUT ARQ-RAZAO-ARC
           END-IF.
           IF FS-AMV NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQARCCTL - FS ' FS-AMV
           ELSE
               WRITE REG-MOVIMENTO-ARC
               CLOSE ARQ-RAZAO-ARC
           END-IF.

       1050-EXIGE-APROVACAO.
      *    A friccao deliberada: a execucao exige uma aprovacao
