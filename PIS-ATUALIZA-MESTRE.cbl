      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Funde o extrato de PIS/NIS da execucao corrente
      *            (ARQPIS2) no mestre acumulado de PIS ja emitidos
      *            (ARQPISMST), rodando ao final de cada geracao em
      *            modo PIS - o mestre e o arquivo contra o qual
      *            GERA-CPF-DAT deduplica a varredura de PIS, no mesmo
      *            molde de CNPJ-ATUALIZA-MESTRE.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, junto com o tipo de documento PIS/NIS.
      *     Chave duplicada na gravacao (FS 22) e o caso normal de
      *     um rerun fundindo extrato ja fundido, contado como
      *     ja-emitido e nao como erro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIS-ATUALIZA-MESTRE.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-PIS ASSIGN TO "ARQPIS2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS PIS-OUT
                       FILE STATUS IS FS-ENTRADA.

                       SELECT ARQ-MESTRE ASSIGN TO "ARQPISMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PIA-PIS
                       FILE STATUS IS FS-PIA.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-PIS.

                       01 REG-PIS.
                           05 PIS-OUT            PIC 9(11).
                           05 PIS-OUT-PONTUADO   PIC X(14).
                           05 PIS-DATA-GERACAO   PIC 9(08).

                   FD ARQ-MESTRE.

                       01 REG-PIS-ANT.
                           05 PIA-PIS            PIC 9(11).
                           05 PIA-PIS-PONTUADO   PIC X(14).
                           05 PIA-DATA-GERACAO   PIC 9(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-PIA           PIC X(02).

                   01 ARQ-FIM          PIC X(01) VALUE 'N'.
                       88 ARQ-ACABOU       VALUE 'S'.
                   01 ERRO-FUSAO-SW    PIC X(01) VALUE 'N'.
                       88 ERRO-NA-FUSAO    VALUE 'S'.

                   01 QTD-LIDOS        PIC 9(11) VALUE ZERO.
                   01 QTD-INCLUIDOS    PIC 9(11) VALUE ZERO.
                   01 QTD-JA-NO-MESTRE PIC 9(11) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-FUSAO
               PERFORM 2000-PROCESSAR
               PERFORM 3000-FINALIZAR
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'ATUMSTPI' TO ERR-PROGRAMA.
           MOVE 'ARQPIS2' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-FUSAO-SW.
           MOVE 'N' TO ARQ-FIM.
           MOVE ZERO TO QTD-LIDOS.
           MOVE ZERO TO QTD-INCLUIDOS.
           MOVE ZERO TO QTD-JA-NO-MESTRE.

           OPEN INPUT ARQ-PIS.
           PERFORM 9999-INTERPRETA-FS.
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQPIS2 - ' FS-MENSAGEM
               MOVE 'S' TO ERRO-FUSAO-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-ABRIR-MESTRE
           END-IF.

       1100-ABRIR-MESTRE.
      *    O mestre e permanente: I-O nas fusoes normais, criado
      *    vazio na primeira fusao de todas.
           OPEN I-O ARQ-MESTRE.
           IF FS-PIA = '35'
               OPEN OUTPUT ARQ-MESTRE
               IF FS-PIA = '00'
                   CLOSE ARQ-MESTRE
                   OPEN I-O ARQ-MESTRE
               END-IF
           END-IF.
           IF FS-PIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQPISMST - FS ' FS-PIA
               CLOSE ARQ-PIS
               MOVE 'S' TO ERRO-FUSAO-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESSAR.
           PERFORM 2100-LER-EXTRATO.
           PERFORM UNTIL ARQ-ACABOU OR ERRO-NA-FUSAO
               ADD 1 TO QTD-LIDOS
               MOVE SPACES            TO REG-PIS-ANT
               MOVE PIS-OUT           TO PIA-PIS
               MOVE PIS-OUT-PONTUADO  TO PIA-PIS-PONTUADO
               MOVE PIS-DATA-GERACAO  TO PIA-DATA-GERACAO
               WRITE REG-PIS-ANT
               IF FS-PIA = '00'
                   ADD 1 TO QTD-INCLUIDOS
               ELSE
                   IF FS-PIA = '22'
                       ADD 1 TO QTD-JA-NO-MESTRE
                   ELSE
                       DISPLAY 'ERRO DE GRAVACAO EM ARQPISMST - FS '
                               FS-PIA ' PIS ' PIA-PIS
                       MOVE 'S' TO ERRO-FUSAO-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 2100-LER-EXTRATO
           END-PERFORM.

       2100-LER-EXTRATO.
           READ ARQ-PIS NEXT RECORD
               AT END
                   SET ARQ-ACABOU TO TRUE
           END-READ.

       3000-FINALIZAR.
           CLOSE ARQ-PIS.
           CLOSE ARQ-MESTRE.
           DISPLAY QTD-LIDOS        ' PIS LIDOS DO EXTRATO.'.
           DISPLAY QTD-INCLUIDOS    ' PIS INCLUIDOS NO MESTRE.'.
           DISPLAY QTD-JA-NO-MESTRE ' PIS JA PRESENTES NO MESTRE.'.

       COPY FS-VERIFICA.
