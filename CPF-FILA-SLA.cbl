      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Relatorio de servico da fila de pedidos de geracao
      *            (GERREQ): o pedido tem prazo (REQ-PRAZO), mas nada
      *            o comparava com o atendimento - o prazo estourado
      *            so aparecia quando a area reclamava. O relatorio
      *            ARQFILASLA traz, em dias de processamento da cadeia
      *            (calendario LOTECAL, pelo modulo LOTE-DIAS-PROC) e
      *            nao em dias corridos:
      *              - os pedidos pendentes com a espera desde a
      *                entrada na fila, e o resumo por faixa de espera;
      *              - os pedidos em risco: no ritmo de um pedido por
      *                noite, na ordem da fila (a mesma do modo 3 de
      *                CPF-FILA-PEDIDOS), o k-esimo pendente sai no
      *                k-esimo dia de processamento depois de hoje; o
      *                que sair depois do prazo esta em risco, com o
      *                atraso previsto;
      *              - os pedidos atendidos com atraso, e de quantos
      *                dias;
      *              - o tempo medio de atendimento (entrada na fila
      *                ate o run que atendeu) por area.
      *            Modos: 1 relatorio completo; 2 so a secao de
      *            pedidos em risco, para a cadeia noturna deixar a
      *            lista pronta para o turno da manha. RC 4 quando ha
      *            pedido em risco.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. Pedido sem prazo (zero) nunca esta em risco
      *     nem atrasado. Pedido gravado antes de a fila guardar a
      *     data de entrada fica fora da espera e do tempo medio (sai
      *     apontado SEM DATA); atendido sem data de atendimento fica
      *     fora do atraso e do tempo medio.
      *   - O relatorio ARQFILASLA e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-FILA-SLA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-FILA ASSIGN TO "GERREQ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-FIL.

                       SELECT ARQ-RELATORIO ASSIGN TO "ARQFILASLA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-FILA
                       LABEL RECORD STANDARD.

                       01 REG-PEDIDO-GER.
                           05 REQ-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 REQ-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 REQ-INICIO       PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 REQ-LIMITE       PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 REQ-QTD          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 REQ-PRAZO        PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 REQ-SITUACAO     PIC X(01).
                           05 FILLER           PIC X(01).
                           05 REQ-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 REQ-REGIOES      PIC X(10).
                           05 FILLER           PIC X(01).
                           05 REQ-DATA-ATEND   PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 REQ-DATA-PEDIDO  PIC 9(08).

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO        PIC X(132).

               WORKING-STORAGE SECTION.

                   01 FS-FIL           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 MODO-SLA         PIC 9(01) VALUE 1.
                       88 SLA-COMPLETO     VALUE 1.
                       88 SLA-SO-RISCO     VALUE 2.

                   01 FIL-FIM          PIC X(01) VALUE 'N'.
                       88 FILA-ACABOU      VALUE 'S'.
                   01 TRANSBORDOU-SW   PIC X(01) VALUE 'N'.
                       88 FILA-TRANSBORDOU VALUE 'S'.
                   01 AREA-ACHADA-SW   PIC X(01) VALUE 'N'.
                       88 AREA-ACHADA      VALUE 'S'.

                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.

                   01 TAB-FILA.
                       05 TAB-PEDIDO OCCURS 200 TIMES.
                           10 TF-AREA      PIC X(08).
                           10 TF-PRAZO     PIC 9(08).
                           10 TF-SITUACAO  PIC X(01).
                           10 TF-NUM-RUN   PIC 9(10).
                           10 TF-DATA-ATEND PIC 9(08).
                           10 TF-DATA-PEDIDO PIC 9(08).
                   01 QTD-PEDIDOS      PIC 9(03) VALUE ZERO.
                   01 IND-PED          PIC 9(03).
                   01 POSICAO-FILA     PIC 9(03) VALUE ZERO.

      *            Tempo de atendimento por area (atendidos com as duas
      *            datas); a 51a area em diante soma na ultima linha.
                   01 TAB-AREAS.
                       05 TAB-AREA OCCURS 50 TIMES.
                           10 TA-AREA      PIC X(08).
                           10 TA-QTD       PIC 9(05).
                           10 TA-SOMA-DIAS PIC 9(07).
                           10 TA-MAIOR     PIC 9(05).
                           10 TA-ATRASADOS PIC 9(05).
                   01 QTD-AREAS        PIC 9(02) VALUE ZERO.
                   01 IND-AREA         PIC 9(02).
                   01 AREA-ACHADA-IND  PIC 9(02) VALUE ZERO.

      *            Parametros de LOTE-DIAS-PROC.
                   01 DIAS-FUNCAO      PIC X(01).
                   01 DIAS-DATA-INICIO PIC 9(08).
                   01 DIAS-DATA-FIM    PIC 9(08).
                   01 DIAS-QTD         PIC S9(05).

                   01 ESPERA           PIC 9(05) VALUE ZERO.
                   01 PREVISAO         PIC 9(08) VALUE ZERO.
                   01 ATRASO           PIC 9(05) VALUE ZERO.
                   01 MEDIA-DIAS       PIC 9(05)V9 VALUE ZERO.

                   01 QTD-PENDENTES    PIC 9(05) VALUE ZERO.
                   01 QTD-ESPERA-ATE-2 PIC 9(05) VALUE ZERO.
                   01 QTD-ESPERA-ATE-5 PIC 9(05) VALUE ZERO.
                   01 QTD-ESPERA-ATE-10 PIC 9(05) VALUE ZERO.
                   01 QTD-ESPERA-MAIS  PIC 9(05) VALUE ZERO.
                   01 QTD-SEM-DATA     PIC 9(05) VALUE ZERO.
                   01 QTD-RISCO        PIC 9(05) VALUE ZERO.
                   01 QTD-ATRASADOS    PIC 9(05) VALUE ZERO.
                   01 QTD-ATEND-SEM-DATA PIC 9(05) VALUE ZERO.

                   01 LINHA-PENDENTE.
                       05 LP-POSICAO       PIC ZZ9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LP-AREA          PIC X(08).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LP-DATA-PEDIDO   PIC 9(08).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LP-ESPERA        PIC ZZZZ9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LP-PRAZO         PIC 9(08).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LP-PREVISAO      PIC 9(08).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LP-ATRASO        PIC ZZZZ9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LP-OBSERVACAO    PIC X(30).
                       05 FILLER           PIC X(41) VALUE SPACES.

                   01 LINHA-ATRASADO.
                       05 LT-AREA          PIC X(08).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LT-DATA-PEDIDO   PIC 9(08).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LT-PRAZO         PIC 9(08).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LT-DATA-ATEND    PIC 9(08).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LT-NUM-RUN       PIC 9(10).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LT-ATRASO        PIC ZZZZ9.
                       05 FILLER           PIC X(75) VALUE SPACES.

                   01 LINHA-MEDIA.
                       05 LM-AREA          PIC X(08).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LM-QTD           PIC ZZZZ9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LM-MEDIA         PIC ZZZZ9.9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LM-MAIOR         PIC ZZZZ9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LM-ATRASADOS     PIC ZZZZ9.
                       05 FILLER           PIC X(94) VALUE SPACES.

                   01 ED-QTD           PIC ZZZZ9.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE 'N' TO FIL-FIM.
           MOVE 'N' TO TRANSBORDOU-SW.
           MOVE ZERO TO QTD-PEDIDOS.
           MOVE ZERO TO QTD-AREAS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'MODO (1=RELATORIO COMPLETO  2=SO PEDIDOS EM '
                   'RISCO) :'.
           ACCEPT MODO-SLA.
           IF MODO-SLA < 1 OR MODO-SLA > 2
               MOVE 1 TO MODO-SLA
           END-IF.

           PERFORM 1000-CARREGA-FILA.

           OPEN OUTPUT ARQ-RELATORIO.
           IF FS-REL NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQFILASLA - FS ' FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-CABECALHO.
           IF SLA-COMPLETO
               PERFORM 3000-PENDENTES
           END-IF.
           PERFORM 4000-EM-RISCO.
           IF SLA-COMPLETO
               PERFORM 5000-ATENDIDOS-COM-ATRASO
               PERFORM 6000-TEMPO-MEDIO
           END-IF.
           CLOSE ARQ-RELATORIO.
           MOVE 'ARQFILASLA'   TO REL-TIPO.
           MOVE 'CPF-FILA-SLA' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.

           DISPLAY '-------------------------------------------'.
           DISPLAY 'SERVICO DA FILA DE PEDIDOS DE GERACAO'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'PEDIDOS NA FILA .........: ' QTD-PEDIDOS.
           IF SLA-COMPLETO
               DISPLAY 'PENDENTES ...............: ' QTD-PENDENTES
               DISPLAY 'ATENDIDOS COM ATRASO ....: ' QTD-ATRASADOS
           END-IF.
           DISPLAY 'PEDIDOS EM RISCO ........: ' QTD-RISCO.
           IF QTD-RISCO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CARREGA-FILA.
           OPEN INPUT ARQ-FILA.
           IF FS-FIL NOT = '00'
               DISPLAY 'FILA AINDA SEM PEDIDOS: GERREQ'
           ELSE
               PERFORM 1100-LER-FILA
               PERFORM UNTIL FILA-ACABOU OR QTD-PEDIDOS = 200
                   ADD 1 TO QTD-PEDIDOS
                   MOVE REQ-AREA     TO TF-AREA(QTD-PEDIDOS)
                   MOVE REQ-PRAZO    TO TF-PRAZO(QTD-PEDIDOS)
                   MOVE REQ-SITUACAO TO TF-SITUACAO(QTD-PEDIDOS)
                   MOVE REQ-NUM-RUN  TO TF-NUM-RUN(QTD-PEDIDOS)
                   IF REQ-DATA-ATEND IS NUMERIC
                       MOVE REQ-DATA-ATEND TO TF-DATA-ATEND(QTD-PEDIDOS)
                   ELSE
                       MOVE ZERO TO TF-DATA-ATEND(QTD-PEDIDOS)
                   END-IF
                   IF REQ-DATA-PEDIDO IS NUMERIC
                       MOVE REQ-DATA-PEDIDO
                           TO TF-DATA-PEDIDO(QTD-PEDIDOS)
                   ELSE
                       MOVE ZERO TO TF-DATA-PEDIDO(QTD-PEDIDOS)
                   END-IF
                   IF TF-PRAZO(QTD-PEDIDOS) IS NOT NUMERIC
                       MOVE ZERO TO TF-PRAZO(QTD-PEDIDOS)
                   END-IF
                   PERFORM 1100-LER-FILA
               END-PERFORM
      *        Mesmo limite da tabela de CPF-FILA-PEDIDOS: os pedidos
      *        alem do 200o ficam fora do relatorio, com aviso.
               IF NOT FILA-ACABOU
                   SET FILA-TRANSBORDOU TO TRUE
                   DISPLAY 'AVISO: GERREQ TEM MAIS DE 200 PEDIDOS - '
                           'EXCEDENTE FORA DO RELATORIO.'
               END-IF
               CLOSE ARQ-FILA
           END-IF.

       1100-LER-FILA.
           READ ARQ-FILA
               AT END
                   SET FILA-ACABOU TO TRUE
           END-READ.

       2000-CABECALHO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SERVICO DA FILA DE PEDIDOS DE GERACAO - EMITIDO EM '
                  DATA-HOJE ' - DIAS DE PROCESSAMENTO (LOTECAL)'
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF FILA-TRANSBORDOU
               MOVE SPACES TO REG-RELATORIO
               STRING 'AVISO: GERREQ COM MAIS DE 200 PEDIDOS - SO OS '
                      '200 PRIMEIROS ENTRAM NESTE RELATORIO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       3000-PENDENTES.
      *    Espera = dias de processamento desde a entrada na fila ate
      *    hoje.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PEDIDOS PENDENTES - ESPERA NA FILA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'POS  AREA      PEDIDO EM  ESPERA  PRAZO'
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZERO TO POSICAO-FILA.
           PERFORM VARYING IND-PED FROM 1 BY 1
                   UNTIL IND-PED > QTD-PEDIDOS
               IF TF-SITUACAO(IND-PED) = 'P'
                   ADD 1 TO POSICAO-FILA
                   ADD 1 TO QTD-PENDENTES
                   MOVE SPACES              TO LINHA-PENDENTE
                   MOVE POSICAO-FILA        TO LP-POSICAO
                   MOVE TF-AREA(IND-PED)    TO LP-AREA
                   MOVE TF-DATA-PEDIDO(IND-PED) TO LP-DATA-PEDIDO
                   MOVE TF-PRAZO(IND-PED)   TO LP-PRAZO
                   IF TF-DATA-PEDIDO(IND-PED) = ZERO
                       ADD 1 TO QTD-SEM-DATA
                       MOVE 'SEM DATA DE PEDIDO' TO LP-OBSERVACAO
                   ELSE
                       PERFORM 3100-CALCULA-ESPERA
                       MOVE ESPERA TO LP-ESPERA
                       IF ESPERA NOT > 2
                           ADD 1 TO QTD-ESPERA-ATE-2
                       ELSE
                       IF ESPERA NOT > 5
                           ADD 1 TO QTD-ESPERA-ATE-5
                       ELSE
                       IF ESPERA NOT > 10
                           ADD 1 TO QTD-ESPERA-ATE-10
                       ELSE
                           ADD 1 TO QTD-ESPERA-MAIS
                       END-IF
                       END-IF
                       END-IF
                   END-IF
                   MOVE LINHA-PENDENTE TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'RESUMO POR FAIXA DE ESPERA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE QTD-ESPERA-ATE-2 TO ED-QTD.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  ATE 2 DIAS ........: ' ED-QTD
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE QTD-ESPERA-ATE-5 TO ED-QTD.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  3 A 5 DIAS ........: ' ED-QTD
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE QTD-ESPERA-ATE-10 TO ED-QTD.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  6 A 10 DIAS .......: ' ED-QTD
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE QTD-ESPERA-MAIS TO ED-QTD.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  MAIS DE 10 DIAS ...: ' ED-QTD
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE QTD-SEM-DATA TO ED-QTD.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  SEM DATA DE PEDIDO : ' ED-QTD
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE QTD-PENDENTES TO ED-QTD.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  TOTAL PENDENTE ....: ' ED-QTD
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       3100-CALCULA-ESPERA.
           MOVE 'C' TO DIAS-FUNCAO.
           MOVE TF-DATA-PEDIDO(IND-PED) TO DIAS-DATA-INICIO.
           MOVE DATA-HOJE TO DIAS-DATA-FIM.
           CALL 'LOTE-DIAS-PROC' USING DIAS-FUNCAO DIAS-DATA-INICIO
                                       DIAS-DATA-FIM DIAS-QTD.
           IF DIAS-QTD < ZERO
               MOVE ZERO TO ESPERA
           ELSE
               MOVE DIAS-QTD TO ESPERA
           END-IF.

       4000-EM-RISCO.
      *    Um pedido por noite, na ordem da fila: o k-esimo pendente
      *    sai no k-esimo dia de processamento depois de hoje. Prazo
      *    ja vencido tambem cai aqui (a previsao e sempre depois de
      *    hoje).
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PEDIDOS EM RISCO DE ESTOURAR O PRAZO (UM PEDIDO '
                  'POR NOITE)'
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'POS  AREA      PEDIDO EM  ESPERA  PRAZO     '
                  'PREVISAO  ATRASO'
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZERO TO POSICAO-FILA.
           PERFORM VARYING IND-PED FROM 1 BY 1
                   UNTIL IND-PED > QTD-PEDIDOS
               IF TF-SITUACAO(IND-PED) = 'P'
                   ADD 1 TO POSICAO-FILA
                   IF TF-PRAZO(IND-PED) > ZERO
                       PERFORM 4100-PREVE-ATENDIMENTO
                       IF PREVISAO > TF-PRAZO(IND-PED)
                           PERFORM 4200-GRAVA-RISCO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF QTD-RISCO = ZERO
               MOVE '  NENHUM PEDIDO EM RISCO.' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       4100-PREVE-ATENDIMENTO.
           MOVE 'S' TO DIAS-FUNCAO.
           MOVE DATA-HOJE TO DIAS-DATA-INICIO.
           MOVE POSICAO-FILA TO DIAS-QTD.
           CALL 'LOTE-DIAS-PROC' USING DIAS-FUNCAO DIAS-DATA-INICIO
                                       DIAS-DATA-FIM DIAS-QTD.
           MOVE DIAS-DATA-FIM TO PREVISAO.

       4200-GRAVA-RISCO.
           ADD 1 TO QTD-RISCO.
           MOVE 'C' TO DIAS-FUNCAO.
           MOVE TF-PRAZO(IND-PED) TO DIAS-DATA-INICIO.
           MOVE PREVISAO TO DIAS-DATA-FIM.
           CALL 'LOTE-DIAS-PROC' USING DIAS-FUNCAO DIAS-DATA-INICIO
                                       DIAS-DATA-FIM DIAS-QTD.
           MOVE DIAS-QTD TO ATRASO.
           MOVE SPACES              TO LINHA-PENDENTE.
           MOVE POSICAO-FILA        TO LP-POSICAO.
           MOVE TF-AREA(IND-PED)    TO LP-AREA.
           MOVE TF-DATA-PEDIDO(IND-PED) TO LP-DATA-PEDIDO.
           MOVE TF-PRAZO(IND-PED)   TO LP-PRAZO.
           MOVE PREVISAO            TO LP-PREVISAO.
           MOVE ATRASO              TO LP-ATRASO.
           IF TF-DATA-PEDIDO(IND-PED) = ZERO
               MOVE 'SEM DATA DE PEDIDO' TO LP-OBSERVACAO
           ELSE
               PERFORM 3100-CALCULA-ESPERA
               MOVE ESPERA TO LP-ESPERA
           END-IF.
           IF TF-PRAZO(IND-PED) < DATA-HOJE
               MOVE 'PRAZO JA VENCIDO' TO LP-OBSERVACAO
           END-IF.
           MOVE LINHA-PENDENTE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       5000-ATENDIDOS-COM-ATRASO.
      *    Atraso = dias de processamento entre o prazo e a data do
      *    run que atendeu.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PEDIDOS ATENDIDOS COM ATRASO' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AREA      PEDIDO EM  PRAZO     ATENDIDO  RUN'
                  '         ATRASO'
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING IND-PED FROM 1 BY 1
                   UNTIL IND-PED > QTD-PEDIDOS
               IF TF-SITUACAO(IND-PED) = 'A'
                   IF TF-DATA-ATEND(IND-PED) = ZERO
                       ADD 1 TO QTD-ATEND-SEM-DATA
                   ELSE
                       IF TF-PRAZO(IND-PED) > ZERO
                           AND TF-DATA-ATEND(IND-PED)
                               > TF-PRAZO(IND-PED)
                           PERFORM 5100-GRAVA-ATRASADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF QTD-ATRASADOS = ZERO
               MOVE '  NENHUM PEDIDO ATENDIDO COM ATRASO.'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           IF QTD-ATEND-SEM-DATA > ZERO
               MOVE QTD-ATEND-SEM-DATA TO ED-QTD
               MOVE SPACES TO REG-RELATORIO
               STRING '  ' ED-QTD ' ATENDIDO(S) SEM DATA DE '
                      'ATENDIMENTO - FORA DA CONTA'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       5100-GRAVA-ATRASADO.
           ADD 1 TO QTD-ATRASADOS.
           MOVE 'C' TO DIAS-FUNCAO.
           MOVE TF-PRAZO(IND-PED) TO DIAS-DATA-INICIO.
           MOVE TF-DATA-ATEND(IND-PED) TO DIAS-DATA-FIM.
           CALL 'LOTE-DIAS-PROC' USING DIAS-FUNCAO DIAS-DATA-INICIO
                                       DIAS-DATA-FIM DIAS-QTD.
           MOVE DIAS-QTD TO ATRASO.
           MOVE SPACES                  TO LINHA-ATRASADO.
           MOVE TF-AREA(IND-PED)        TO LT-AREA.
           MOVE TF-DATA-PEDIDO(IND-PED) TO LT-DATA-PEDIDO.
           MOVE TF-PRAZO(IND-PED)       TO LT-PRAZO.
           MOVE TF-DATA-ATEND(IND-PED)  TO LT-DATA-ATEND.
           MOVE TF-NUM-RUN(IND-PED)     TO LT-NUM-RUN.
           MOVE ATRASO                  TO LT-ATRASO.
           MOVE LINHA-ATRASADO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 7000-LOCALIZA-AREA.
           ADD 1 TO TA-ATRASADOS(AREA-ACHADA-IND).

       6000-TEMPO-MEDIO.
      *    Tempo de atendimento = dias de processamento da entrada na
      *    fila ate a data do run que atendeu.
           PERFORM VARYING IND-PED FROM 1 BY 1
                   UNTIL IND-PED > QTD-PEDIDOS
               IF TF-SITUACAO(IND-PED) = 'A'
                       AND TF-DATA-ATEND(IND-PED) > ZERO
                       AND TF-DATA-PEDIDO(IND-PED) > ZERO
                   PERFORM 6100-ACUMULA-AREA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TEMPO MEDIO DE ATENDIMENTO POR AREA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AREA      ATEND.    MEDIA  MAIOR  ATRAS.'
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING IND-AREA FROM 1 BY 1
                   UNTIL IND-AREA > QTD-AREAS
               MOVE SPACES              TO LINHA-MEDIA
               MOVE TA-AREA(IND-AREA)   TO LM-AREA
               MOVE TA-QTD(IND-AREA)    TO LM-QTD
               IF TA-QTD(IND-AREA) > ZERO
                   COMPUTE MEDIA-DIAS ROUNDED =
                           TA-SOMA-DIAS(IND-AREA) / TA-QTD(IND-AREA)
               ELSE
                   MOVE ZERO TO MEDIA-DIAS
               END-IF
               MOVE MEDIA-DIAS          TO LM-MEDIA
               MOVE TA-MAIOR(IND-AREA)  TO LM-MAIOR
               MOVE TA-ATRASADOS(IND-AREA) TO LM-ATRASADOS
               MOVE LINHA-MEDIA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           IF QTD-AREAS = ZERO
               MOVE '  NENHUM PEDIDO ATENDIDO COM AS DUAS DATAS.'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       6100-ACUMULA-AREA.
           MOVE 'C' TO DIAS-FUNCAO.
           MOVE TF-DATA-PEDIDO(IND-PED) TO DIAS-DATA-INICIO.
           MOVE TF-DATA-ATEND(IND-PED) TO DIAS-DATA-FIM.
           CALL 'LOTE-DIAS-PROC' USING DIAS-FUNCAO DIAS-DATA-INICIO
                                       DIAS-DATA-FIM DIAS-QTD.
           IF DIAS-QTD < ZERO
               MOVE ZERO TO ESPERA
           ELSE
               MOVE DIAS-QTD TO ESPERA
           END-IF.
           PERFORM 7000-LOCALIZA-AREA.
           ADD 1 TO TA-QTD(AREA-ACHADA-IND).
           ADD ESPERA TO TA-SOMA-DIAS(AREA-ACHADA-IND).
           IF ESPERA > TA-MAIOR(AREA-ACHADA-IND)
               MOVE ESPERA TO TA-MAIOR(AREA-ACHADA-IND)
           END-IF.

       7000-LOCALIZA-AREA.
      *    Devolve em AREA-ACHADA-IND a linha da area do pedido
      *    corrente, abrindo linha nova na primeira vez.
           MOVE 'N' TO AREA-ACHADA-SW.
           MOVE ZERO TO AREA-ACHADA-IND.
           PERFORM VARYING IND-AREA FROM 1 BY 1
                   UNTIL IND-AREA > QTD-AREAS OR AREA-ACHADA
               IF TA-AREA(IND-AREA) = TF-AREA(IND-PED)
                   SET AREA-ACHADA TO TRUE
                   MOVE IND-AREA TO AREA-ACHADA-IND
               END-IF
           END-PERFORM.
           IF NOT AREA-ACHADA
               IF QTD-AREAS < 50
                   ADD 1 TO QTD-AREAS
                   MOVE QTD-AREAS TO AREA-ACHADA-IND
                   MOVE TF-AREA(IND-PED) TO TA-AREA(AREA-ACHADA-IND)
                   MOVE ZERO TO TA-QTD(AREA-ACHADA-IND)
                   MOVE ZERO TO TA-SOMA-DIAS(AREA-ACHADA-IND)
                   MOVE ZERO TO TA-MAIOR(AREA-ACHADA-IND)
                   MOVE ZERO TO TA-ATRASADOS(AREA-ACHADA-IND)
               ELSE
                   MOVE 50 TO AREA-ACHADA-IND
               END-IF
           END-IF.
