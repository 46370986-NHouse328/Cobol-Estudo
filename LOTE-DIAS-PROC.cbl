      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Aritmetica de dias de processamento, para uso por
      *            CALL: conta em dias de processamento da cadeia, e
      *            nao em dias corridos, pelo calendario LOTECAL
      *            (mantido por LOTE-CALENDARIO). Dia marcado F
      *            (feriado) ou S (pulo deliberado) nao conta; dia
      *            marcado P ou ausente do calendario conta - a mesma
      *            regra da consulta do dia de LOTE-CALENDARIO, em que
      *            data sem marcacao vale como planejada. Data marcada
      *            mais de uma vez vale pela primeira marcacao, tambem
      *            como na consulta do dia.
      *
      *            Funcoes (LK-FUNCAO):
      *              C - conta os dias de processamento depois de
      *                  LK-DATA-INICIO ate LK-DATA-FIM inclusive e
      *                  devolve em LK-DIAS (negativo quando o fim vem
      *                  antes do inicio);
      *              S - soma LK-DIAS dias de processamento a
      *                  LK-DATA-INICIO e devolve a data em
      *                  LK-DATA-FIM (LK-DIAS zero ou negativo devolve
      *                  a propria data de inicio).
      *            Datas AAAAMMDD com seculo verdadeiro; data zerada
      *            devolve zero. O calendario e lido uma vez por run
      *            unit, na primeira chamada; sem LOTECAL todo dia
      *            conta.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo, junto com o relatorio de prazos da fila de
      *     pedidos de geracao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-DIAS-PROC.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-CALENDARIO ASSIGN TO "LOTECAL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CAL.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-CALENDARIO
                       LABEL RECORD STANDARD.

                       01 REG-CALENDARIO.
                           05 CAL-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 CAL-MARCA        PIC X(01).
                           05 FILLER           PIC X(01).
                           05 CAL-OBS          PIC X(20).

               WORKING-STORAGE SECTION.

                   01 FS-CAL           PIC X(02).

                   01 CARREGADO-SW     PIC X(01) VALUE 'N'.
                       88 CALENDARIO-CARREGADO VALUE 'S'.
                   01 CAL-FIM          PIC X(01) VALUE 'N'.
                       88 CALENDARIO-ACABOU VALUE 'S'.
                   01 AVISO-DADO-SW    PIC X(01) VALUE 'N'.
                       88 AVISO-DADO       VALUE 'S'.
                   01 ACHOU-SW         PIC X(01) VALUE 'N'.
                       88 DATA-ACHADA      VALUE 'S'.

      *            Uma linha por data distinta do calendario, com a
      *            primeira marcacao lida para ela.
                   01 TAB-CALENDARIO.
                       05 TAB-CAL OCCURS 1500 TIMES.
                           10 TC-DIA       PIC 9(07).
                           10 TC-MARCA     PIC X(01).
                   01 QTD-DATAS-CAL    PIC 9(04) VALUE ZERO.
                   01 IND-CAL          PIC 9(04).

                   01 DATA-TRABALHO    PIC 9(08) VALUE ZERO.
                   01 DIA-INICIO       PIC 9(07) VALUE ZERO.
                   01 DIA-FIM          PIC 9(07) VALUE ZERO.
                   01 DIA-MENOR        PIC 9(07) VALUE ZERO.
                   01 DIA-MAIOR        PIC 9(07) VALUE ZERO.
                   01 DIA-CORRENTE     PIC 9(07) VALUE ZERO.
                   01 DIA-LIDO         PIC 9(07) VALUE ZERO.
                   01 QTD-FOLGAS       PIC 9(07) VALUE ZERO.
                   01 QTD-CONTADOS     PIC 9(05) VALUE ZERO.
                   01 DIAS-CONTADOS    PIC S9(07) VALUE ZERO.

           LINKAGE SECTION.

               01 LK-FUNCAO            PIC X(01).
               01 LK-DATA-INICIO       PIC 9(08).
               01 LK-DATA-FIM          PIC 9(08).
               01 LK-DIAS              PIC S9(05).

       PROCEDURE DIVISION USING LK-FUNCAO LK-DATA-INICIO LK-DATA-FIM
                                LK-DIAS.

       0000-PRINCIPAL.

           IF NOT CALENDARIO-CARREGADO
               PERFORM 1000-CARREGA-CALENDARIO
           END-IF.

           IF LK-FUNCAO = 'S'
               PERFORM 3000-SOMA-DIAS
           ELSE
               PERFORM 2000-CONTA-DIAS
           END-IF.

           GOBACK.

       1000-CARREGA-CALENDARIO.
           MOVE ZERO TO QTD-DATAS-CAL.
           MOVE 'N' TO CAL-FIM.
           OPEN INPUT ARQ-CALENDARIO.
           IF FS-CAL = '00'
               PERFORM 1100-LER-CALENDARIO
               PERFORM UNTIL CALENDARIO-ACABOU
                   IF CAL-DATA IS NUMERIC AND CAL-DATA > ZERO
                       PERFORM 1200-GUARDA-DATA
                   END-IF
                   PERFORM 1100-LER-CALENDARIO
               END-PERFORM
               CLOSE ARQ-CALENDARIO
           END-IF.
           SET CALENDARIO-CARREGADO TO TRUE.

       1100-LER-CALENDARIO.
           READ ARQ-CALENDARIO
               AT END
                   SET CALENDARIO-ACABOU TO TRUE
           END-READ.

       1200-GUARDA-DATA.
           MOVE CAL-DATA TO DATA-TRABALHO.
           COMPUTE DIA-LIDO = FUNCTION INTEGER-OF-DATE(DATA-TRABALHO).
           PERFORM 4000-PROCURA-DIA.
           IF NOT DATA-ACHADA
               IF QTD-DATAS-CAL < 1500
                   ADD 1 TO QTD-DATAS-CAL
                   MOVE DIA-LIDO  TO TC-DIA(QTD-DATAS-CAL)
                   MOVE CAL-MARCA TO TC-MARCA(QTD-DATAS-CAL)
               ELSE
                   IF NOT AVISO-DADO
                       SET AVISO-DADO TO TRUE
                       DISPLAY 'AVISO: LOTECAL COM MAIS DE 1500 '
                               'DATAS - AS EXCEDENTES CONTAM COMO '
                               'DIA DE PROCESSAMENTO.'
                   END-IF
               END-IF
           END-IF.

       2000-CONTA-DIAS.
      *    Dias corridos do intervalo menos as folgas marcadas dentro
      *    dele: cada data da tabela aparece uma vez so.
           MOVE ZERO TO LK-DIAS.
           IF LK-DATA-INICIO > ZERO AND LK-DATA-FIM > ZERO
               MOVE LK-DATA-INICIO TO DATA-TRABALHO
               COMPUTE DIA-INICIO =
                       FUNCTION INTEGER-OF-DATE(DATA-TRABALHO)
               MOVE LK-DATA-FIM TO DATA-TRABALHO
               COMPUTE DIA-FIM =
                       FUNCTION INTEGER-OF-DATE(DATA-TRABALHO)
               IF DIA-FIM < DIA-INICIO
                   MOVE DIA-FIM    TO DIA-MENOR
                   MOVE DIA-INICIO TO DIA-MAIOR
               ELSE
                   MOVE DIA-INICIO TO DIA-MENOR
                   MOVE DIA-FIM    TO DIA-MAIOR
               END-IF
               MOVE ZERO TO QTD-FOLGAS
               PERFORM VARYING IND-CAL FROM 1 BY 1
                       UNTIL IND-CAL > QTD-DATAS-CAL
                   IF TC-DIA(IND-CAL) > DIA-MENOR
                           AND TC-DIA(IND-CAL) NOT > DIA-MAIOR
                           AND (TC-MARCA(IND-CAL) = 'F'
                             OR TC-MARCA(IND-CAL) = 'S')
                       ADD 1 TO QTD-FOLGAS
                   END-IF
               END-PERFORM
               COMPUTE DIAS-CONTADOS = DIA-MAIOR - DIA-MENOR
                                     - QTD-FOLGAS
               IF DIA-FIM < DIA-INICIO
                   COMPUTE DIAS-CONTADOS = ZERO - DIAS-CONTADOS
               END-IF
               MOVE DIAS-CONTADOS TO LK-DIAS
           END-IF.

       3000-SOMA-DIAS.
      *    Avanca um dia corrido por vez, contando so os dias de
      *    processamento, ate completar os pedidos.
           MOVE LK-DATA-INICIO TO LK-DATA-FIM.
           IF LK-DATA-INICIO > ZERO AND LK-DIAS > ZERO
               MOVE LK-DATA-INICIO TO DATA-TRABALHO
               COMPUTE DIA-CORRENTE =
                       FUNCTION INTEGER-OF-DATE(DATA-TRABALHO)
               MOVE ZERO TO QTD-CONTADOS
               PERFORM UNTIL QTD-CONTADOS NOT < LK-DIAS
                   ADD 1 TO DIA-CORRENTE
                   MOVE DIA-CORRENTE TO DIA-LIDO
                   PERFORM 4000-PROCURA-DIA
                   IF NOT DATA-ACHADA
                       ADD 1 TO QTD-CONTADOS
                   ELSE
                       IF TC-MARCA(IND-CAL) NOT = 'F'
                               AND TC-MARCA(IND-CAL) NOT = 'S'
                           ADD 1 TO QTD-CONTADOS
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE LK-DATA-FIM =
                       FUNCTION DATE-OF-INTEGER(DIA-CORRENTE)
           END-IF.

       4000-PROCURA-DIA.
      *    Deixa IND-CAL na linha achada.
           MOVE 'N' TO ACHOU-SW.
           PERFORM VARYING IND-CAL FROM 1 BY 1
                   UNTIL IND-CAL > QTD-DATAS-CAL OR DATA-ACHADA
               IF TC-DIA(IND-CAL) = DIA-LIDO
                   SET DATA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF DATA-ACHADA
               SUBTRACT 1 FROM IND-CAL
           END-IF.
