      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Extrato diario de mudancas do cadastro mestre para
      *            os sistemas de destino, no lugar do CADMST inteiro
      *            que eles comparavam sozinhos (e que os fazia perder
      *            desativacoes). Le de CADHIST tudo o que foi gravado
      *            depois da ultima extracao e grava CADDELTA:
      *              H - cabecalho: numero da extracao, data e hora,
      *                  periodo coberto;
      *              D - uma mudanca: evento (I inclusao, A alteracao,
      *                  D desativacao, R reativacao, E exclusao), a
      *                  operacao original, operador, data/hora, CPF e
      *                  as imagens antes e depois;
      *              T - trailer: total de detalhes e contagem por
      *                  evento.
      *            O controle CADDELTACTL guarda onde a ultima extracao
      *            parou (quantos registros de CADHIST ja foram e a
      *            data/hora do ultimo): um dia perdido e apanhado no
      *            dia seguinte e nada sai duas vezes. O controle so
      *            avanca com o extrato gravado por inteiro.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, etapa da cadeia noturna. Dia sem mudanca
      *     gera extrato so com cabecalho e trailer zerado, para o
      *     destino distinguir "nada mudou" de "nada chegou".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD-DELTA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-HISTORICO ASSIGN TO "CADHIST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-HIST.

                       SELECT ARQ-DELTA ASSIGN TO "CADDELTA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DLT.

                       SELECT ARQ-CONTROLE ASSIGN TO "CADDELTACTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CTL.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-HISTORICO
                       LABEL RECORD STANDARD.

                       01 REG-HISTORICO.
                           05 CH-DATA          PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CH-HORA          PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CH-OPERADOR      PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CH-OPERACAO      PIC X(09).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CH-CPF           PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CH-NOME-ANTES    PIC X(40).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CH-SIT-ANTES     PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CH-NOME-DEPOIS   PIC X(40).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CH-SIT-DEPOIS    PIC X(01).

                   FD ARQ-DELTA
                       LABEL RECORD STANDARD.

                       01 REG-DELTA-CAB.
                           05 DLC-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 DLC-NUM-EXTRACAO PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 DLC-DATA-EXTRACAO PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 DLC-HORA-EXTRACAO PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 DLC-DESDE-DATA   PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 DLC-DESDE-HORA   PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 DLC-ATE-DATA     PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 DLC-ATE-HORA     PIC 9(08).

                       01 REG-DELTA-DET.
                           05 DLD-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 DLD-EVENTO       PIC X(01).
                           05 FILLER           PIC X(01).
                           05 DLD-OPERACAO     PIC X(09).
                           05 FILLER           PIC X(01).
                           05 DLD-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 DLD-HORA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 DLD-OPERADOR     PIC X(08).
                           05 FILLER           PIC X(01).
                           05 DLD-CPF          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 DLD-NOME-ANTES   PIC X(40).
                           05 FILLER           PIC X(01).
                           05 DLD-SIT-ANTES    PIC X(01).
                           05 FILLER           PIC X(01).
                           05 DLD-NOME-DEPOIS  PIC X(40).
                           05 FILLER           PIC X(01).
                           05 DLD-SIT-DEPOIS   PIC X(01).

                       01 REG-DELTA-TRL.
                           05 DLT-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 DLT-NUM-EXTRACAO PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 DLT-QTD-DETALHES PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 DLT-QTD-INCLUSAO PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 DLT-QTD-ALTERACAO PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 DLT-QTD-DESATIVA PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 DLT-QTD-REATIVA  PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 DLT-QTD-EXCLUSAO PIC 9(09).

                   FD ARQ-CONTROLE
                       LABEL RECORD STANDARD.

                       01 REG-CONTROLE.
                           05 CTL-QTD-CONSUMIDOS PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 CTL-ULT-DATA     PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 CTL-ULT-HORA     PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 CTL-NUM-EXTRACAO PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 CTL-DATA-EXTRACAO PIC 9(08).

               WORKING-STORAGE SECTION.

                   01 FS-HIST          PIC X(02).
                   01 FS-DLT           PIC X(02).
                   01 FS-CTL           PIC X(02).

                   01 HIST-FIM         PIC X(01) VALUE 'N'.
                       88 HISTORICO-ACABOU VALUE 'S'.
                   01 HIST-ABERTO-SW   PIC X(01) VALUE 'N'.
                       88 HISTORICO-ABERTO VALUE 'S'.
                   01 ERRO-DLT-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NO-DELTA    VALUE 'S'.

      *            Posicao de partida (do controle) e de chegada.
                   01 QTD-CONSUMIDOS   PIC 9(09) VALUE ZERO.
                   01 ULT-DATA         PIC 9(08) VALUE ZERO.
                   01 ULT-HORA         PIC 9(08) VALUE ZERO.
                   01 NUM-EXTRACAO     PIC 9(07) VALUE ZERO.
                   01 QTD-HIST-LIDOS   PIC 9(09) VALUE ZERO.
                   01 NOVA-ULT-DATA    PIC 9(08) VALUE ZERO.
                   01 NOVA-ULT-HORA    PIC 9(08) VALUE ZERO.

                   01 DATA-EXTRACAO    PIC 9(08) VALUE ZERO.
                   01 HORA-EXTRACAO    PIC 9(08) VALUE ZERO.

                   01 EVENTO-DELTA     PIC X(01).
                       88 EVT-INCLUSAO     VALUE 'I'.
                       88 EVT-ALTERACAO    VALUE 'A'.
                       88 EVT-DESATIVACAO  VALUE 'D'.
                       88 EVT-REATIVACAO   VALUE 'R'.
                       88 EVT-EXCLUSAO     VALUE 'E'.

                   01 QTD-DETALHES     PIC 9(09) VALUE ZERO.
                   01 QTD-INCLUSAO     PIC 9(09) VALUE ZERO.
                   01 QTD-ALTERACAO    PIC 9(09) VALUE ZERO.
                   01 QTD-DESATIVA     PIC 9(09) VALUE ZERO.
                   01 QTD-REATIVA      PIC 9(09) VALUE ZERO.
                   01 QTD-EXCLUSAO     PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NO-DELTA
               PERFORM 2000-POSICIONA-HISTORICO
           END-IF.
           IF NOT ERRO-NO-DELTA
               PERFORM 3000-EXTRAI
               PERFORM 4000-FINALIZAR
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'N' TO ERRO-DLT-SW.
           MOVE 'N' TO HIST-FIM.
           MOVE 'N' TO HIST-ABERTO-SW.
           MOVE ZERO TO QTD-HIST-LIDOS.
           MOVE ZERO TO QTD-DETALHES.
           MOVE ZERO TO QTD-INCLUSAO.
           MOVE ZERO TO QTD-ALTERACAO.
           MOVE ZERO TO QTD-DESATIVA.
           MOVE ZERO TO QTD-REATIVA.
           MOVE ZERO TO QTD-EXCLUSAO.
           ACCEPT DATA-EXTRACAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXTRACAO FROM TIME.

      *    Sem controle: primeira extracao, desde o inicio do CADHIST.
           MOVE ZERO TO QTD-CONSUMIDOS.
           MOVE ZERO TO ULT-DATA.
           MOVE ZERO TO ULT-HORA.
           MOVE ZERO TO NUM-EXTRACAO.
           OPEN INPUT ARQ-CONTROLE.
           IF FS-CTL = '00'
               READ ARQ-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-QTD-CONSUMIDOS TO QTD-CONSUMIDOS
                       MOVE CTL-ULT-DATA       TO ULT-DATA
                       MOVE CTL-ULT-HORA       TO ULT-HORA
                       MOVE CTL-NUM-EXTRACAO   TO NUM-EXTRACAO
               END-READ
               CLOSE ARQ-CONTROLE
           ELSE
               DISPLAY 'CONTROLE CADDELTACTL AUSENTE - PRIMEIRA '
                       'EXTRACAO, DESDE O INICIO DO CADHIST.'
           END-IF.
           ADD 1 TO NUM-EXTRACAO.
           MOVE ULT-DATA TO NOVA-ULT-DATA.
           MOVE ULT-HORA TO NOVA-ULT-HORA.

           OPEN INPUT ARQ-HISTORICO.
           IF FS-HIST NOT = '00'
      *        Historico ainda inexistente so e aceitavel antes da
      *        primeira mudanca do cadastro.
               IF QTD-CONSUMIDOS > ZERO
                   DISPLAY 'ERRO AO ABRIR CADHIST - FS ' FS-HIST
                   MOVE 'S' TO ERRO-DLT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET HISTORICO-ACABOU TO TRUE
               END-IF
           ELSE
               SET HISTORICO-ABERTO TO TRUE
           END-IF.

           IF NOT ERRO-NO-DELTA
               OPEN OUTPUT ARQ-DELTA
               IF FS-DLT NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CADDELTA - FS ' FS-DLT
                   PERFORM 2900-FECHA-HISTORICO
                   MOVE 'S' TO ERRO-DLT-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2000-POSICIONA-HISTORICO.
      *    Pula o que ja foi extraido. O ultimo registro pulado tem de
      *    ser o mesmo que o controle anotou; se o CADHIST encolheu ou
      *    mudou por baixo, nada e extraido e a cadeia para.
           IF NOT HISTORICO-ACABOU
               PERFORM UNTIL QTD-HIST-LIDOS = QTD-CONSUMIDOS
                       OR HISTORICO-ACABOU
                   PERFORM 2100-LER-HISTORICO
               END-PERFORM
           END-IF.
           IF QTD-HIST-LIDOS < QTD-CONSUMIDOS
               DISPLAY 'CADHIST COM ' QTD-HIST-LIDOS ' REGISTROS, '
                       'MENOS QUE OS ' QTD-CONSUMIDOS ' JA EXTRAIDOS.'
               MOVE 'S' TO ERRO-DLT-SW
           ELSE
               IF QTD-CONSUMIDOS > ZERO
                       AND (CH-DATA NOT = ULT-DATA
                            OR CH-HORA NOT = ULT-HORA)
                   DISPLAY 'CADHIST NAO CONFERE COM O CONTROLE: '
                           'REGISTRO ' QTD-CONSUMIDOS ' E DE '
                           CH-DATA ' ' CH-HORA ', ESPERADO '
                           ULT-DATA ' ' ULT-HORA '.'
                   MOVE 'S' TO ERRO-DLT-SW
               END-IF
           END-IF.
           IF ERRO-NO-DELTA
               PERFORM 2900-FECHA-HISTORICO
               CLOSE ARQ-DELTA
               MOVE 8 TO RETURN-CODE
           END-IF.

       2100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   SET HISTORICO-ACABOU TO TRUE
               NOT AT END
                   ADD 1 TO QTD-HIST-LIDOS
           END-READ.

       2900-FECHA-HISTORICO.
           IF HISTORICO-ABERTO
               CLOSE ARQ-HISTORICO
               MOVE 'N' TO HIST-ABERTO-SW
           END-IF.

       3000-EXTRAI.
      *    O periodo do cabecalho vai da data/hora do ultimo registro
      *    da extracao anterior ate o instante desta extracao.
           PERFORM 3100-GRAVA-CABECALHO.
           IF NOT HISTORICO-ACABOU
               PERFORM 2100-LER-HISTORICO
               PERFORM UNTIL HISTORICO-ACABOU OR ERRO-NO-DELTA
                   PERFORM 3200-GRAVA-DETALHE
                   PERFORM 2100-LER-HISTORICO
               END-PERFORM
           END-IF.
           PERFORM 2900-FECHA-HISTORICO.
           IF NOT ERRO-NO-DELTA
               PERFORM 3300-GRAVA-TRAILER
           END-IF.
           CLOSE ARQ-DELTA.

       3100-GRAVA-CABECALHO.
           MOVE SPACES            TO REG-DELTA-CAB.
           MOVE 'H'               TO DLC-TIPO.
           MOVE NUM-EXTRACAO      TO DLC-NUM-EXTRACAO.
           MOVE DATA-EXTRACAO     TO DLC-DATA-EXTRACAO.
           MOVE HORA-EXTRACAO     TO DLC-HORA-EXTRACAO.
           MOVE ULT-DATA          TO DLC-DESDE-DATA.
           MOVE ULT-HORA          TO DLC-DESDE-HORA.
           MOVE DATA-EXTRACAO     TO DLC-ATE-DATA.
           MOVE HORA-EXTRACAO     TO DLC-ATE-HORA.
           WRITE REG-DELTA-CAB.
           PERFORM 3900-CONFERE-GRAVACAO.

       3200-GRAVA-DETALHE.
      *    Alteracao que muda a situacao de A para I e desativacao
      *    (CARGA-D ou manutencao), e de I para A, reativacao - o
      *    destino nao precisa comparar imagens para enxerga-las.
           IF CH-OPERACAO = 'INCLUSAO' OR CH-OPERACAO = 'CARGA-I'
               SET EVT-INCLUSAO TO TRUE
               ADD 1 TO QTD-INCLUSAO
           ELSE
               IF CH-OPERACAO = 'EXCLUSAO'
                   SET EVT-EXCLUSAO TO TRUE
                   ADD 1 TO QTD-EXCLUSAO
               ELSE
                   IF CH-SIT-ANTES = 'A' AND CH-SIT-DEPOIS = 'I'
                       SET EVT-DESATIVACAO TO TRUE
                       ADD 1 TO QTD-DESATIVA
                   ELSE
                       IF CH-SIT-ANTES = 'I' AND CH-SIT-DEPOIS = 'A'
                           SET EVT-REATIVACAO TO TRUE
                           ADD 1 TO QTD-REATIVA
                       ELSE
                           SET EVT-ALTERACAO TO TRUE
                           ADD 1 TO QTD-ALTERACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES            TO REG-DELTA-DET.
           MOVE 'D'               TO DLD-TIPO.
           MOVE EVENTO-DELTA      TO DLD-EVENTO.
           MOVE CH-OPERACAO       TO DLD-OPERACAO.
           MOVE CH-DATA           TO DLD-DATA.
           MOVE CH-HORA           TO DLD-HORA.
           MOVE CH-OPERADOR       TO DLD-OPERADOR.
           MOVE CH-CPF            TO DLD-CPF.
           MOVE CH-NOME-ANTES     TO DLD-NOME-ANTES.
           MOVE CH-SIT-ANTES      TO DLD-SIT-ANTES.
           MOVE CH-NOME-DEPOIS    TO DLD-NOME-DEPOIS.
           MOVE CH-SIT-DEPOIS     TO DLD-SIT-DEPOIS.
           WRITE REG-DELTA-DET.
           PERFORM 3900-CONFERE-GRAVACAO.
           ADD 1 TO QTD-DETALHES.
           MOVE CH-DATA           TO NOVA-ULT-DATA.
           MOVE CH-HORA           TO NOVA-ULT-HORA.

       3300-GRAVA-TRAILER.
           MOVE SPACES            TO REG-DELTA-TRL.
           MOVE 'T'               TO DLT-TIPO.
           MOVE NUM-EXTRACAO      TO DLT-NUM-EXTRACAO.
           MOVE QTD-DETALHES      TO DLT-QTD-DETALHES.
           MOVE QTD-INCLUSAO      TO DLT-QTD-INCLUSAO.
           MOVE QTD-ALTERACAO     TO DLT-QTD-ALTERACAO.
           MOVE QTD-DESATIVA      TO DLT-QTD-DESATIVA.
           MOVE QTD-REATIVA       TO DLT-QTD-REATIVA.
           MOVE QTD-EXCLUSAO      TO DLT-QTD-EXCLUSAO.
           WRITE REG-DELTA-TRL.
           PERFORM 3900-CONFERE-GRAVACAO.

       3900-CONFERE-GRAVACAO.
           IF FS-DLT NOT = '00'
               DISPLAY 'ERRO DE GRAVACAO EM CADDELTA - FS ' FS-DLT
               MOVE 'S' TO ERRO-DLT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       4000-FINALIZAR.
      *    Extrato incompleto nao move o controle: a proxima rodada
      *    refaz a mesma extracao, com o mesmo numero.
           IF ERRO-NO-DELTA
               DISPLAY 'EXTRATO CADDELTA INCOMPLETO - CONTROLE MANTIDO.'
           ELSE
               MOVE SPACES         TO REG-CONTROLE
               MOVE QTD-HIST-LIDOS TO CTL-QTD-CONSUMIDOS
               MOVE NOVA-ULT-DATA  TO CTL-ULT-DATA
               MOVE NOVA-ULT-HORA  TO CTL-ULT-HORA
               MOVE NUM-EXTRACAO   TO CTL-NUM-EXTRACAO
               MOVE DATA-EXTRACAO  TO CTL-DATA-EXTRACAO
               OPEN OUTPUT ARQ-CONTROLE
               IF FS-CTL = '00'
                   WRITE REG-CONTROLE
               END-IF
               IF FS-CTL NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CADDELTACTL - FS ' FS-CTL
                   DISPLAY 'O EXTRATO GRAVADO NAO DEVE SER ENVIADO; A '
                           'PROXIMA RODADA O REFAZ.'
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE ARQ-CONTROLE
           END-IF.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'EXTRATO DIARIO DO CADASTRO MESTRE'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'EXTRACAO NUMERO ...........: ' NUM-EXTRACAO.
           DISPLAY 'DESDE .....................: ' ULT-DATA ' '
                   ULT-HORA.
           DISPLAY 'MUDANCAS EXTRAIDAS ........: ' QTD-DETALHES.
           DISPLAY '  INCLUSOES ...............: ' QTD-INCLUSAO.
           DISPLAY '  ALTERACOES ..............: ' QTD-ALTERACAO.
           DISPLAY '  DESATIVACOES ............: ' QTD-DESATIVA.
           DISPLAY '  REATIVACOES .............: ' QTD-REATIVA.
           DISPLAY '  EXCLUSOES ...............: ' QTD-EXCLUSAO.
