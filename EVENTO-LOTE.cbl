      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Ponte do job de lote para o feed de eventos: le o
      *            programa de origem, a severidade, o codigo, o
      *            arquivo ou etapa afetada e o texto e chama
      *            GRAVA-EVENTO. O run do evento e o do manifesto da
      *            geracao (ARQCPF2MF) quando o manifesto e do dia;
      *            senao, zero. Usado por LOTE-NOTURNO e LOTE-SEMANAL
      *            para publicar a etapa que para a cadeia.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTO-LOTE.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-MANIFESTO ASSIGN TO "ARQCPF2MF"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MF.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-MANIFESTO
                       LABEL RECORD STANDARD.

                       01 REG-MANIFESTO.
                           05 MF-DATA-EXEC     PIC 9(08).
                           05 MF-CPF-INICIO    PIC 9(11).
                           05 MF-CPF-LIMITE    PIC 9(11).
                           05 MF-QTD-CPF-VAL   PIC 9(11).
                           05 MF-QTD-CPF-DUP   PIC 9(11).
                           05 MF-QTD-CPF-BLK   PIC 9(11).
                           05 MF-NUM-RUN       PIC 9(10).
                           05 MF-OPERADOR      PIC X(08).
                           05 MF-MODO-GER      PIC 9(01).

               WORKING-STORAGE SECTION.
                   01 FS-MF            PIC X(02).
                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.

                   01 EVE-PROGRAMA     PIC X(20) VALUE SPACES.
                   01 EVE-SEVERIDADE   PIC X(08) VALUE SPACES.
                   01 EVE-CODIGO       PIC X(08) VALUE SPACES.
                   01 EVE-OBJETO       PIC X(20) VALUE SPACES.
                   01 EVE-RUN          PIC 9(10) VALUE ZERO.
                   01 EVE-TEXTO        PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'PROGRAMA :'.
           ACCEPT EVE-PROGRAMA.
           DISPLAY 'SEVERIDADE (AVISO, ERRO, CRITICO) :'.
           ACCEPT EVE-SEVERIDADE.
           DISPLAY 'CODIGO :'.
           ACCEPT EVE-CODIGO.
           DISPLAY 'ARQUIVO OU ETAPA :'.
           ACCEPT EVE-OBJETO.
           DISPLAY 'TEXTO :'.
           ACCEPT EVE-TEXTO.
           IF EVE-SEVERIDADE NOT = 'AVISO'
                   AND EVE-SEVERIDADE NOT = 'ERRO'
                   AND EVE-SEVERIDADE NOT = 'CRITICO'
               DISPLAY 'SEVERIDADE INVALIDA: ' EVE-SEVERIDADE
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               MOVE ZERO TO EVE-RUN
               OPEN INPUT ARQ-MANIFESTO
               IF FS-MF = '00'
                   READ ARQ-MANIFESTO
                   IF FS-MF = '00' AND MF-DATA-EXEC = DATA-HOJE
                       MOVE MF-NUM-RUN TO EVE-RUN
                   END-IF
                   CLOSE ARQ-MANIFESTO
               END-IF
               CALL 'GRAVA-EVENTO' USING EVE-PROGRAMA EVE-SEVERIDADE
                                         EVE-CODIGO EVE-OBJETO EVE-RUN
                                         EVE-TEXTO
           END-IF.

           GOBACK.
