      *   - Programa novo, na opcao 16 do menu de operacoes. Cada
      *     fonte e opcional: ausente do ambiente, a secao sai como
      *     nao consultavel e as demais continuam valendo.
      *   - O historico de validacoes so conta registros de CPF
      *     (AUD-TIPO-DOC F): PIS/NIS e titulo tambem vao para a
      *     trilha, e um PIS de mesmo numero casava com o CPF.
      *   - A alocacao corrente mostra o vencimento e quantas vezes
      *     foi renovada (ALO-DATA-EXPIRA e ALO-QTD-RENOV).
      *   - Cadeia de donos: as transferencias do CPF entre areas,
      *     lidas do livro-razao ARQTRFCTL (CPF-TRANSFERE), saem na
      *     secao de alocacao em ordem de lancamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-DOSSIE.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DET.

                       SELECT ARQ-RAZAO-TRF ASSIGN TO "ARQTRFCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-TRF.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQUIVO.
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-BLACKLIST.

                           05 FILLER           PIC X(01).
                           05 DET-DATA         PIC 9(08).

                   FD ARQ-RAZAO-TRF
                       LABEL RECORD STANDARD.

                       01 REG-TRANSFERENCIA.
                           05 TRF-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 TRF-CPF          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 TRF-AREA-ORIGEM  PIC X(08).
                           05 FILLER           PIC X(01).
                           05 TRF-AREA-DESTINO PIC X(08).
                           05 FILLER           PIC X(01).
                           05 TRF-DATA-ALOC    PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 TRF-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 TRF-CRITERIO     PIC X(30).
                           05 FILLER           PIC X(01).
                           05 TRF-OPERADOR     PIC X(08).

               WORKING-STORAGE SECTION.

                   01 FS-VIVO          PIC X(02).
                   01 FS-CAD           PIC X(02).
                   01 FS-AUD           PIC X(02).
                   01 FS-DET           PIC X(02).
                   01 FS-TRF           PIC X(02).

                   01 CPF-DIGITADO     PIC X(14).
                   01 CPF-PROCURADO    PIC 9(11) VALUE ZERO.
                       88 DETALHE-ACABOU   VALUE 'S'.
                   01 QTD-VALIDACOES   PIC 9(05) VALUE ZERO.
                   01 QTD-ENTREGAS     PIC 9(05) VALUE ZERO.
                   01 TRF-FIM          PIC X(01) VALUE 'N'.
                       88 TRF-ACABOU       VALUE 'S'.
                   01 QTD-TRANSFERENCIAS PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

                   NOT INVALID KEY
                       DISPLAY '  ALOCADO A AREA ' ALO-AREA ' EM '
                               ALO-DATA ' (RUN ' ALO-NUM-RUN ').'
                       IF ALO-DATA-EXPIRA = ZERO
                           DISPLAY '  ALOCACAO SEM VENCIMENTO.'
                       ELSE
                           DISPLAY '  VENCE EM ' ALO-DATA-EXPIRA
                                   ' (' ALO-QTD-RENOV ' RENOVACOES).'
                       END-IF
               END-READ
               CLOSE ARQ-ALOCACOES
           END-IF.
           PERFORM 3100-CADEIA-DONOS.

       3100-CADEIA-DONOS.
      *    O razao esta em ordem de lancamento: cada linha e um elo da
      *    cadeia, do primeiro dono ao atual.
           MOVE 'N' TO TRF-FIM.
           MOVE ZERO TO QTD-TRANSFERENCIAS.
           OPEN INPUT ARQ-RAZAO-TRF.
           IF FS-TRF = '00'
               PERFORM 3200-LER-TRANSFERENCIA
               PERFORM UNTIL TRF-ACABOU
                   IF TRF-CPF = CPF-PROCURADO
                       IF QTD-TRANSFERENCIAS = ZERO
                           DISPLAY '  CADEIA DE DONOS:'
                       END-IF
                       ADD 1 TO QTD-TRANSFERENCIAS
                       DISPLAY '    ' TRF-DATA ' ' TRF-AREA-ORIGEM
                               ' -> ' TRF-AREA-DESTINO ' (ALOCADO EM '
                               TRF-DATA-ALOC ', POR ' TRF-OPERADOR ')'
                   END-IF
                   PERFORM 3200-LER-TRANSFERENCIA
               END-PERFORM
               CLOSE ARQ-RAZAO-TRF
           END-IF.
           IF QTD-TRANSFERENCIAS = ZERO
               DISPLAY '  NENHUMA TRANSFERENCIA ENTRE AREAS.'
           END-IF.

       3200-LER-TRANSFERENCIA.
           READ ARQ-RAZAO-TRF
               AT END
                   SET TRF-ACABOU TO TRUE
           END-READ.

       4000-SECAO-LISTA.
           DISPLAY 'LISTA DE EXCLUSAO:'.
           ELSE
               PERFORM 7100-LER-AUDITORIA
               PERFORM UNTIL AUD-ACABOU
                   IF AUD-TIPO-DOC = 'F'
                           AND AUD-DOCUMENTO = CPF-PROCURADO
                       ADD 1 TO QTD-VALIDACOES
                       DISPLAY '  ' AUD-DATA ' ' AUD-HORA ' '
