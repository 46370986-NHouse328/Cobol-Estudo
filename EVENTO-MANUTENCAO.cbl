      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Consulta e baixa dos eventos do feed da monitoracao
      *            (EVENTOS, gravado por GRAVA-EVENTO): lista os
      *            eventos ainda abertos - situacao ABERTO ou
      *            RECONHECIDO na ultima linha de cada EVT-ID - com
      *            severidade, codigo, origem, arquivo ou etapa, run e
      *            texto. O supervisor (nivel 3 da sessao do menu) pode
      *            em seguida reconhecer um evento (a monitoracao ja
      *            abriu o chamado e alguem cuida dele) ou fecha-lo,
      *            com confirmacao; a mudanca e uma linha nova no feed,
      *            com o evento repetido, a situacao nova, a hora e o
      *            codigo do supervisor. Fora de uma sessao de nivel 3
      *            o programa so lista.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, na opcao 23 do menu de operacoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTO-MANUTENCAO.

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

                       01 REG-EVENTO-LINHA     PIC X(201).

               WORKING-STORAGE SECTION.

                   01 FS-EVENTOS       PIC X(02).

                   COPY OPERADOR.

      *    O evento em trabalho fica fora da area do arquivo, que nao
      *    vale nada depois do CLOSE.
                   01 REG-EVENTO.
                       COPY EVENTO.

                   01 EVENTO-FIM       PIC X(01) VALUE 'N'.
                       88 EVENTOS-ACABARAM VALUE 'S'.

      *    Eventos abertos, na ordem de abertura; um evento fechado
      *    sai da tabela e os seguintes sobem uma posicao.
                   01 MAX-ABERTOS      PIC 9(04) VALUE 1000.
                   01 QTD-ABERTOS      PIC 9(04) VALUE ZERO.
                   01 TAB-ABERTOS.
                       05 TA-ITEM OCCURS 1000 TIMES.
                           10 TA-REGISTRO      PIC X(201).

                   01 IND-EVT          PIC 9(04) VALUE ZERO.
                   01 IND-ACHADO       PIC 9(04) VALUE ZERO.
                   01 QTD-RECONHECIDOS PIC 9(04) VALUE ZERO.
                   01 QTD-FORA-TABELA  PIC 9(05) VALUE ZERO.
                   01 ID-LIDO          PIC X(20) VALUE SPACES.

                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 HORA-CRUA        PIC 9(08) VALUE ZERO.
                   01 HORA-AGORA       PIC 9(06) VALUE ZERO.
                   01 NUM-ESCOLHIDO    PIC 9(04) VALUE ZERO.
                   01 ACAO             PIC X(01) VALUE SPACE.
                   01 CONFIRMA         PIC X(01) VALUE SPACE.
                   01 SITUACAO-NOVA    PIC X(11) VALUE SPACES.
                   01 TAM-SITUACAO     PIC 9(02) VALUE 11.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-CRUA FROM TIME.
           COMPUTE HORA-AGORA = HORA-CRUA / 100.

           OPEN INPUT ARQ-EVENTOS.
           IF FS-EVENTOS = '35'
               DISPLAY 'NENHUM EVENTO PUBLICADO (EVENTOS AUSENTE).'
               GOBACK
           END-IF.
           IF FS-EVENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR EVENTOS - FS ' FS-EVENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-CARREGA.
           CLOSE ARQ-EVENTOS.

           PERFORM 2000-LISTA.
           IF QTD-ABERTOS > ZERO
               IF OPR-SESSAO-NIVEL = 3
                   PERFORM 3000-MUDA-SITUACAO
                       THRU 3000-MUDA-SITUACAO-FIM
               ELSE
                   DISPLAY 'RECONHECIMENTO E FECHAMENTO RESERVADOS AO '
                           'SUPERVISOR (NIVEL 3).'
               END-IF
           END-IF.

           GOBACK.

      *----------------------------------------------------------------
      * Leitura do feed inteiro: a ultima linha de cada EVT-ID da a
      * situacao do evento.
      *----------------------------------------------------------------
       1000-CARREGA.
           MOVE ZERO TO QTD-ABERTOS.
           MOVE ZERO TO QTD-FORA-TABELA.
           MOVE 'N' TO EVENTO-FIM.
           PERFORM 1100-LER-EVENTO.
           PERFORM UNTIL EVENTOS-ACABARAM
               PERFORM 1200-APLICA-LINHA
               PERFORM 1100-LER-EVENTO
           END-PERFORM.
           IF QTD-FORA-TABELA > ZERO
               DISPLAY 'AVISO: ' QTD-FORA-TABELA ' EVENTOS ABERTOS '
                       'ALEM DA TABELA DE ' MAX-ABERTOS
                       ' - FECHE OS ANTIGOS E CONSULTE DE NOVO.'
           END-IF.

       1100-LER-EVENTO.
           READ ARQ-EVENTOS INTO REG-EVENTO
               AT END
                   SET EVENTOS-ACABARAM TO TRUE
           END-READ.

       1200-APLICA-LINHA.
           MOVE EVT-ID TO ID-LIDO.
           MOVE ZERO TO IND-ACHADO.
           PERFORM VARYING IND-EVT FROM 1 BY 1
                   UNTIL IND-EVT > QTD-ABERTOS OR IND-ACHADO > ZERO
               IF TA-REGISTRO(IND-EVT)(1:20) = ID-LIDO
                   MOVE IND-EVT TO IND-ACHADO
               END-IF
           END-PERFORM.
           IF IND-ACHADO = ZERO
               IF NOT EVT-FECHADO
                   IF QTD-ABERTOS < MAX-ABERTOS
                       ADD 1 TO QTD-ABERTOS
                       MOVE REG-EVENTO TO TA-REGISTRO(QTD-ABERTOS)
                   ELSE
                       ADD 1 TO QTD-FORA-TABELA
                   END-IF
               END-IF
           ELSE
               IF EVT-FECHADO
                   PERFORM 1300-RETIRA-EVENTO
               ELSE
                   MOVE REG-EVENTO TO TA-REGISTRO(IND-ACHADO)
               END-IF
           END-IF.

       1300-RETIRA-EVENTO.
           PERFORM VARYING IND-EVT FROM IND-ACHADO BY 1
                   UNTIL IND-EVT NOT < QTD-ABERTOS
               MOVE TA-REGISTRO(IND-EVT + 1) TO TA-REGISTRO(IND-EVT)
           END-PERFORM.
           SUBTRACT 1 FROM QTD-ABERTOS.

      *----------------------------------------------------------------
      * Lista dos eventos abertos, numerados para a escolha.
      *----------------------------------------------------------------
       2000-LISTA.
           MOVE ZERO TO QTD-RECONHECIDOS.
           DISPLAY '-----------------------------------------------'
                   '-------------------------'.
           DISPLAY 'EVENTOS ABERTOS EM ' DATA-HOJE ' ' HORA-AGORA.
           DISPLAY ' NUM DATA     HORA   SEVERID. CODIGO   PROGRAMA  '
                   '           SITUACAO'.
           DISPLAY '     ARQUIVO/ETAPA        RUN        TEXTO'.
           DISPLAY '-----------------------------------------------'
                   '-------------------------'.
           PERFORM VARYING IND-EVT FROM 1 BY 1
                   UNTIL IND-EVT > QTD-ABERTOS
               MOVE TA-REGISTRO(IND-EVT) TO REG-EVENTO
               IF EVT-RECONHECIDO
                   ADD 1 TO QTD-RECONHECIDOS
               END-IF
               DISPLAY IND-EVT ' ' EVT-ID-DATA ' ' EVT-ID-HORA(1:6) ' '
                       EVT-SEVERIDADE ' ' EVT-CODIGO ' '
                       EVT-PROGRAMA ' ' EVT-SITUACAO
               DISPLAY '     ' EVT-OBJETO ' ' EVT-RUN ' ' EVT-TEXTO
           END-PERFORM.
           DISPLAY '-----------------------------------------------'
                   '-------------------------'.
           DISPLAY 'EVENTOS ABERTOS: ' QTD-ABERTOS
                   '  JA RECONHECIDOS: ' QTD-RECONHECIDOS.

      *----------------------------------------------------------------
      * Reconhecimento (so de evento ABERTO) ou fechamento (ABERTO ou
      * RECONHECIDO) de um evento escolhido pelo numero da lista.
      *----------------------------------------------------------------
       3000-MUDA-SITUACAO.
           DISPLAY 'NUMERO DO EVENTO (0 = NENHUM) :'.
           MOVE ZERO TO NUM-ESCOLHIDO.
           ACCEPT NUM-ESCOLHIDO.
           IF NUM-ESCOLHIDO = ZERO
               DISPLAY 'NENHUM EVENTO ALTERADO.'
               GO TO 3000-MUDA-SITUACAO-FIM
           END-IF.
           IF NUM-ESCOLHIDO > QTD-ABERTOS
               DISPLAY 'NAO HA EVENTO ' NUM-ESCOLHIDO ' NA LISTA.'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-MUDA-SITUACAO-FIM
           END-IF.
           MOVE TA-REGISTRO(NUM-ESCOLHIDO) TO REG-EVENTO.

           DISPLAY 'ACAO (R = RECONHECER, F = FECHAR) :'.
           MOVE SPACE TO ACAO.
           ACCEPT ACAO.
           IF ACAO = 'r'
               MOVE 'R' TO ACAO
           END-IF.
           IF ACAO = 'f'
               MOVE 'F' TO ACAO
           END-IF.
           IF ACAO NOT = 'R' AND ACAO NOT = 'F'
               DISPLAY 'ACAO INVALIDA: ' ACAO
               MOVE 8 TO RETURN-CODE
               GO TO 3000-MUDA-SITUACAO-FIM
           END-IF.
           IF ACAO = 'R' AND EVT-RECONHECIDO
               DISPLAY 'EVENTO JA RECONHECIDO.'
               GO TO 3000-MUDA-SITUACAO-FIM
           END-IF.
           IF ACAO = 'R'
               MOVE 'RECONHECIDO' TO SITUACAO-NOVA
               MOVE 11 TO TAM-SITUACAO
           ELSE
               MOVE 'FECHADO' TO SITUACAO-NOVA
               MOVE 7 TO TAM-SITUACAO
           END-IF.

           DISPLAY 'EVENTO ' EVT-ID ' ' EVT-CODIGO ' DE '
                   EVT-PROGRAMA.
           DISPLAY '    ' EVT-TEXTO.
           DISPLAY 'CONFIRMA A PASSAGEM PARA '
                   SITUACAO-NOVA(1:TAM-SITUACAO) ' (S/N) :'.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = 'S' AND CONFIRMA NOT = 's'
               DISPLAY 'EVENTO MANTIDO.'
               GO TO 3000-MUDA-SITUACAO-FIM
           END-IF.

           PERFORM 3100-GRAVA-SITUACAO.
       3000-MUDA-SITUACAO-FIM.
           EXIT.

       3100-GRAVA-SITUACAO.
           MOVE DATA-HOJE         TO EVT-DATA.
           MOVE HORA-AGORA        TO EVT-HORA.
           MOVE SITUACAO-NOVA     TO EVT-SITUACAO.
           MOVE OPR-SESSAO-CODIGO TO EVT-OPERADOR.
           OPEN EXTEND ARQ-EVENTOS.
           IF FS-EVENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR EVENTOS - FS ' FS-EVENTOS
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE REG-EVENTO-LINHA FROM REG-EVENTO
               CLOSE ARQ-EVENTOS
               DISPLAY 'EVENTO ' EVT-ID ' PASSOU A '
                       EVT-SITUACAO(1:TAM-SITUACAO) '.'
           END-IF.
