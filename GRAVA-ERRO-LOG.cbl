      * Historico de alteracoes:
      *   - Modulo novo, junto com os campos ERR-PROGRAMA e
      *     ERR-ARQUIVO-LOG do copybook FS-STATUS.
      *   - Toda falha gravada no ERRLOG sai tambem no feed de eventos
      *     da monitoracao (GRAVA-EVENTO): codigo FSnn e severidade
      *     ERRO, ou o codigo e a severidade deixados pelo chamador no
      *     contexto EVENTOCTX (o vigia da geracao); o run e o do
      *     contexto, zero quando ninguem o informou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-ERRO-LOG.
               WORKING-STORAGE SECTION.
                   01 FS-ERROS         PIC X(02).

                   COPY EVENTOCTX.

                   01 EVE-PROGRAMA     PIC X(20) VALUE SPACES.
                   01 EVE-SEVERIDADE   PIC X(08) VALUE SPACES.
                   01 EVE-CODIGO       PIC X(08) VALUE SPACES.
                   01 EVE-OBJETO       PIC X(20) VALUE SPACES.
                   01 EVE-RUN          PIC 9(10) VALUE ZERO.
                   01 EVE-TEXTO        PIC X(72) VALUE SPACES.

           LINKAGE SECTION.

               01 LK-PROGRAMA          PIC X(08).
               CLOSE ARQ-ERROS
           END-IF.

           PERFORM 1000-PUBLICA-EVENTO.

           GOBACK.

       1000-PUBLICA-EVENTO.
           MOVE LK-PROGRAMA    TO EVE-PROGRAMA.
           MOVE LK-ARQUIVO     TO EVE-OBJETO.
           MOVE LK-MENSAGEM    TO EVE-TEXTO.
           IF EVC-CODIGO = SPACES OR EVC-CODIGO = LOW-VALUES
               MOVE SPACES TO EVE-CODIGO
               STRING 'FS' LK-FS DELIMITED BY SIZE INTO EVE-CODIGO
           ELSE
               MOVE EVC-CODIGO TO EVE-CODIGO
           END-IF.
           IF EVC-SEVERIDADE = SPACES OR EVC-SEVERIDADE = LOW-VALUES
               MOVE 'ERRO' TO EVE-SEVERIDADE
           ELSE
               MOVE EVC-SEVERIDADE TO EVE-SEVERIDADE
           END-IF.
           IF EVC-RUN IS NUMERIC
               MOVE EVC-RUN TO EVE-RUN
           ELSE
               MOVE ZERO TO EVE-RUN
           END-IF.
      *    Codigo e severidade valem para esta falha so.
           MOVE SPACES TO EVC-CODIGO.
           MOVE SPACES TO EVC-SEVERIDADE.
           CALL 'GRAVA-EVENTO' USING EVE-PROGRAMA EVE-SEVERIDADE
                                     EVE-CODIGO EVE-OBJETO EVE-RUN
                                     EVE-TEXTO.
