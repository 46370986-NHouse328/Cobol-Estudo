      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Gravador do feed de eventos para a monitoracao
      *            (EVENTOS, registro do copybook EVENTO): acrescenta
      *            um evento ABERTO com data, hora, programa de
      *            origem, severidade, codigo, arquivo ou etapa
      *            afetada, numero do run e texto, recebidos do
      *            chamador, e o identificador EVT-ID gerado aqui.
      *            Chamado por GRAVA-ERRO-LOG (toda falha que vai ao
      *            ERRLOG), por LOTE-ALERTAS (limite estourado) e por
      *            EVENTO-LOTE (etapa das cadeias que para). Como o
      *            ERRLOG, uma falha ao gravar o feed nao derruba
      *            quem ja esta tratando um problema.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo, junto com o feed de eventos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-EVENTO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-EVENTOS ASSIGN TO "EVENTOS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-EVENTOS.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-EVENTOS
                   LABEL RECORD STANDARD.

                   01 REG-EVENTO.
                       COPY EVENTO.

               WORKING-STORAGE SECTION.
                   01 FS-EVENTOS       PIC X(02).

                   COPY OPERADOR.

                   01 EVENTOS-FIM      PIC X(01) VALUE 'N'.
                       88 EVENTOS-ACABARAM VALUE 'S'.
                   01 SUFIXO-MAIOR     PIC 9(04) VALUE ZERO.
                   01 DATA-EVENTO      PIC 9(08) VALUE ZERO.
                   01 HORA-EVENTO      PIC 9(08) VALUE ZERO.

           LINKAGE SECTION.

               01 LK-PROGRAMA          PIC X(20).
               01 LK-SEVERIDADE        PIC X(08).
               01 LK-CODIGO            PIC X(08).
               01 LK-OBJETO            PIC X(20).
               01 LK-RUN               PIC 9(10).
               01 LK-TEXTO             PIC X(72).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-SEVERIDADE LK-CODIGO
                                LK-OBJETO LK-RUN LK-TEXTO.

       0000-PRINCIPAL.

           ACCEPT DATA-EVENTO FROM DATE YYYYMMDD.
           ACCEPT HORA-EVENTO FROM TIME.
           PERFORM 1000-MAIOR-SUFIXO.

           MOVE SPACES         TO REG-EVENTO.
           MOVE DATA-EVENTO    TO EVT-ID-DATA.
           MOVE HORA-EVENTO    TO EVT-ID-HORA.
           COMPUTE EVT-ID-SUFIXO = SUFIXO-MAIOR + 1.
           MOVE DATA-EVENTO    TO EVT-DATA.
           COMPUTE EVT-HORA = HORA-EVENTO / 100.
           MOVE LK-PROGRAMA    TO EVT-PROGRAMA.
           MOVE LK-SEVERIDADE  TO EVT-SEVERIDADE.
           MOVE LK-CODIGO      TO EVT-CODIGO.
           MOVE LK-OBJETO      TO EVT-OBJETO.
           IF LK-RUN IS NUMERIC
               MOVE LK-RUN     TO EVT-RUN
           ELSE
               MOVE ZERO       TO EVT-RUN
           END-IF.
           MOVE 'ABERTO'       TO EVT-SITUACAO.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'     TO EVT-OPERADOR
           ELSE
               MOVE OPR-SESSAO-CODIGO TO EVT-OPERADOR
           END-IF.
           MOVE LK-TEXTO       TO EVT-TEXTO.

           OPEN EXTEND ARQ-EVENTOS.
           IF FS-EVENTOS NOT = '00'
               OPEN OUTPUT ARQ-EVENTOS
           END-IF.
           IF FS-EVENTOS = '00'
               WRITE REG-EVENTO
               CLOSE ARQ-EVENTOS
           END-IF.

           GOBACK.

      *    Sufixo do EVT-ID: um a mais que o maior ja gravado no feed
      *    com a mesma data e hora, para dois eventos abertos no mesmo
      *    centesimo de segundo (dois programas, ou duas particoes da
      *    geracao) nao sairem com o mesmo identificador.
       1000-MAIOR-SUFIXO.
           MOVE ZERO TO SUFIXO-MAIOR.
           MOVE 'N'  TO EVENTOS-FIM.
           OPEN INPUT ARQ-EVENTOS.
           IF FS-EVENTOS = '00'
               PERFORM UNTIL EVENTOS-ACABARAM
                   READ ARQ-EVENTOS
                       AT END
                           SET EVENTOS-ACABARAM TO TRUE
                       NOT AT END
                           IF EVT-ID-DATA = DATA-EVENTO
                                   AND EVT-ID-HORA = HORA-EVENTO
                                   AND EVT-ID-SUFIXO IS NUMERIC
                                   AND EVT-ID-SUFIXO > SUFIXO-MAIOR
                               MOVE EVT-ID-SUFIXO TO SUFIXO-MAIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EVENTOS
           END-IF.
