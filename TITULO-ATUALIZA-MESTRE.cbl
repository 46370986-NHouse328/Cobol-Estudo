      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Funde o extrato de titulos de eleitor da
      *            execucao corrente (ARQTIT2) no mestre acumulado de
      *            titulos ja emitidos (ARQTITMST), rodando ao final
      *            de cada geracao em modo titulo - o mestre e o
      *            arquivo contra o qual GERA-CPF-DAT deduplica a
      *            varredura de titulos, no mesmo molde de
      *            CNPJ-ATUALIZA-MESTRE.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, junto com o tipo de documento Titulo de
      *     Eleitor. Chave duplicada na gravacao (FS 22) e o caso
      *     normal de um rerun fundindo extrato ja fundido, contado
      *     como ja-emitido e nao como erro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITULO-ATUALIZA-MESTRE.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-TIT ASSIGN TO "ARQTIT2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS TIT-OUT
                       FILE STATUS IS FS-ENTRADA.

                       SELECT ARQ-MESTRE ASSIGN TO "ARQTITMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TIA-TIT
                       FILE STATUS IS FS-TIA.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-TIT.

                       01 REG-TIT.
                           05 TIT-OUT            PIC 9(12).
                           05 TIT-OUT-PONTUADO   PIC X(14).
                           05 TIT-DATA-GERACAO   PIC 9(08).

                   FD ARQ-MESTRE.

                       01 REG-TIT-ANT.
                           05 TIA-TIT            PIC 9(12).
                           05 TIA-TIT-PONTUADO   PIC X(14).
                           05 TIA-DATA-GERACAO   PIC 9(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-TIA           PIC X(02).

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
           MOVE 'ATUMSTTI' TO ERR-PROGRAMA.
           MOVE 'ARQTIT2' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-FUSAO-SW.
           MOVE 'N' TO ARQ-FIM.
           MOVE ZERO TO QTD-LIDOS.
           MOVE ZERO TO QTD-INCLUIDOS.
           MOVE ZERO TO QTD-JA-NO-MESTRE.

           OPEN INPUT ARQ-TIT.
           PERFORM 9999-INTERPRETA-FS.
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQTIT2 - ' FS-MENSAGEM
               MOVE 'S' TO ERRO-FUSAO-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-ABRIR-MESTRE
           END-IF.

       1100-ABRIR-MESTRE.
      *    O mestre e permanente: I-O nas fusoes normais, criado
      *    vazio na primeira fusao de todas.
           OPEN I-O ARQ-MESTRE.
           IF FS-TIA = '35'
               OPEN OUTPUT ARQ-MESTRE
               IF FS-TIA = '00'
                   CLOSE ARQ-MESTRE
                   OPEN I-O ARQ-MESTRE
               END-IF
           END-IF.
           IF FS-TIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQTITMST - FS ' FS-TIA
               CLOSE ARQ-TIT
               MOVE 'S' TO ERRO-FUSAO-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESSAR.
           PERFORM 2100-LER-EXTRATO.
           PERFORM UNTIL ARQ-ACABOU OR ERRO-NA-FUSAO
               ADD 1 TO QTD-LIDOS
               MOVE SPACES            TO REG-TIT-ANT
               MOVE TIT-OUT           TO TIA-TIT
               MOVE TIT-OUT-PONTUADO  TO TIA-TIT-PONTUADO
               MOVE TIT-DATA-GERACAO  TO TIA-DATA-GERACAO
               WRITE REG-TIT-ANT
               IF FS-TIA = '00'
                   ADD 1 TO QTD-INCLUIDOS
               ELSE
                   IF FS-TIA = '22'
                       ADD 1 TO QTD-JA-NO-MESTRE
                   ELSE
                       DISPLAY 'ERRO DE GRAVACAO EM ARQTITMST - FS '
                               FS-TIA ' TITULO ' TIA-TIT
                       MOVE 'S' TO ERRO-FUSAO-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 2100-LER-EXTRATO
           END-PERFORM.

       2100-LER-EXTRATO.
           READ ARQ-TIT NEXT RECORD
               AT END
                   SET ARQ-ACABOU TO TRUE
           END-READ.

       3000-FINALIZAR.
           CLOSE ARQ-TIT.
           CLOSE ARQ-MESTRE.
           DISPLAY QTD-LIDOS        ' TITULOS LIDOS DO EXTRATO.'.
           DISPLAY QTD-INCLUIDOS    ' TITULOS INCLUIDOS NO MESTRE.'.
           DISPLAY QTD-JA-NO-MESTRE ' TITULOS JA PRESENTES NO MESTRE.'.

       COPY FS-VERIFICA.
