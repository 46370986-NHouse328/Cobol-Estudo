      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Reconstrucao do cadastro mestre (CADMST) como estava
      *            numa data e hora escolhidas, para um CPF ou para o
      *            mestre inteiro, a partir das imagens antes-e-depois
      *            de CADHIST. O resultado vai para um arquivo a parte
      *            (CADMSTPIT, no layout de CADMST) e as diferencas
      *            para o mestre atual saem no relatorio CADPITREL,
      *            cada uma com a primeira mudanca posterior ao corte
      *            (data, hora, operador e operacao) - a evidencia para
      *            encerrar disputa de "como estava o cadastro no dia".
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. A reconstrucao parte do mestre atual e
      *     desfaz o que veio depois do corte: os eventos de CADHIST
      *     posteriores ao corte sao classificados por CPF e data/hora
      *     e, de cada CPF, so o primeiro interessa - a imagem ANTES
      *     dele e o registro na data pedida (inclusao = o CPF ainda
      *     nao existia). Registro sem evento posterior passa como
      *     esta, inclusive os anteriores ao proprio CADHIST. CADMST e
      *     aberto INPUT e nunca regravado.
      *   - O relatorio CADPITREL e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD-RECONSTROI.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-MESTRE ASSIGN TO "CADMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CADM-CPF
                       FILE STATUS IS FS-MESTRE.

                       SELECT ARQ-HISTORICO ASSIGN TO "CADHIST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-HIST.

                       SELECT ARQ-RECONSTRUIDO ASSIGN TO "CADMSTPIT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS PIT-CPF
                       FILE STATUS IS FS-PIT.

                       SELECT ARQ-RELATORIO ASSIGN TO "CADPITREL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

                       SELECT ARQ-CLASSIFICA ASSIGN TO "CADPITWK".

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-MESTRE.

                       01 REG-MESTRE.
                           05 CADM-CPF         PIC 9(11).
                           05 CADM-NOME        PIC X(40).
                           05 CADM-SITUACAO    PIC X(01).

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

                   FD ARQ-RECONSTRUIDO.

                       01 REG-RECONSTRUIDO.
                           05 PIT-CPF          PIC 9(11).
                           05 PIT-NOME         PIC X(40).
                           05 PIT-SITUACAO     PIC X(01).

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO.
                           05 REL-DATA-CORTE   PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-HORA-CORTE   PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-CPF          PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-DIFERENCA    PIC X(15).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-NOME-NA-DATA PIC X(40).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-SIT-NA-DATA  PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-NOME-ATUAL   PIC X(40).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-SIT-ATUAL    PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-EVT-DATA     PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-EVT-HORA     PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-EVT-OPERADOR PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-EVT-OPERACAO PIC X(09).

                   SD ARQ-CLASSIFICA.

                       01 REG-CLASSIFICA.
                           05 CLA-CPF          PIC 9(11).
                           05 CLA-DATA         PIC 9(08).
                           05 CLA-HORA         PIC 9(08).
                           05 CLA-SEQ          PIC 9(09).
                           05 CLA-OPERADOR     PIC X(08).
                           05 CLA-OPERACAO     PIC X(09).
                               88 CLA-INCLUSAO     VALUE 'INCLUSAO'
                                                         'CARGA-I'.
                           05 CLA-NOME-ANTES   PIC X(40).
                           05 CLA-SIT-ANTES    PIC X(01).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-MESTRE        PIC X(02).
                   01 FS-HIST          PIC X(02).
                   01 FS-PIT           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 MST-FIM          PIC X(01) VALUE 'N'.
                       88 MESTRE-ACABOU    VALUE 'S'.
                   01 HIST-FIM         PIC X(01) VALUE 'N'.
                       88 HISTORICO-ACABOU VALUE 'S'.
                   01 CLA-FIM          PIC X(01) VALUE 'N'.
                       88 CLA-ACABOU       VALUE 'S'.
                   01 ERRO-PIT-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-RECONST  VALUE 'S'.
                   01 HA-HISTORICO-SW  PIC X(01) VALUE 'N'.
                       88 HA-HISTORICO     VALUE 'S'.

      *            Corte: data AAAAMMDD e hora HHMMSSCC, no formato
      *            de CH-DATA/CH-HORA. Hora em branco = fim do dia.
                   01 DATA-CORTE       PIC 9(08) VALUE ZERO.
                   01 DATA-CORTE-RED   REDEFINES DATA-CORTE.
                       05 ANO-CORTE    PIC 9(04).
                       05 MES-CORTE    PIC 9(02).
                       05 DIA-CORTE    PIC 9(02).
                   01 HORA-DIGITADA    PIC X(06).
                   01 HORA-CORTE       PIC 9(08) VALUE ZERO.

      *            CPF unico pedido; zero = mestre inteiro.
                   01 CPF-DIGITADO     PIC X(14).
                   01 CPF-PEDIDO       PIC 9(11) VALUE ZERO.
                   01 CPF-PED-RED      REDEFINES CPF-PEDIDO.
                       05 DIGITO-PED   PIC 9(01) OCCURS 11.
                   01 IND-DIGITADO     PIC 9(02).
                   01 IND-DIGITO       PIC 9(02).

      *            Chaves do casamento mestre atual x primeiro evento
      *            posterior ao corte; fim de arquivo vira a chave
      *            maxima, que nenhum CPF alcanca.
                   01 CHAVE-MESTRE     PIC 9(12) VALUE ZERO.
                   01 CHAVE-EVENTO     PIC 9(12) VALUE ZERO.
                   01 CHAVE-FIM        PIC 9(12) VALUE 999999999999.
                   01 CPF-ULTIMO-EVT   PIC 9(11) VALUE ZERO.
                   01 QTD-EVT-CPF      PIC 9(09) VALUE ZERO.

                   01 QTD-HIST-LIDOS   PIC 9(09) VALUE ZERO.
                   01 QTD-HIST-POST    PIC 9(09) VALUE ZERO.
                   01 QTD-MESTRE-LIDOS PIC 9(09) VALUE ZERO.
                   01 QTD-RECONSTRUIDOS PIC 9(09) VALUE ZERO.
                   01 QTD-IGUAIS       PIC 9(09) VALUE ZERO.
                   01 QTD-ALTERADOS    PIC 9(09) VALUE ZERO.
                   01 QTD-EXCLUIDOS    PIC 9(09) VALUE ZERO.
                   01 QTD-INCLUIDOS    PIC 9(09) VALUE ZERO.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-RECONST
               SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLA-CPF CLA-DATA CLA-HORA CLA-SEQ
                   INPUT PROCEDURE IS 2000-ALIMENTA-SORT
                   OUTPUT PROCEDURE IS 3000-RECONSTROI
               PERFORM 4000-FINALIZAR
               PERFORM 5000-IMPRIME-TOTAIS
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'CADPIT' TO ERR-PROGRAMA.
           MOVE 'CADMST' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-PIT-SW.
           MOVE 'N' TO MST-FIM.
           MOVE 'N' TO HIST-FIM.
           MOVE 'N' TO CLA-FIM.
           MOVE ZERO TO CPF-ULTIMO-EVT.
           MOVE ZERO TO QTD-EVT-CPF.

           PERFORM 1100-PEDE-CORTE.
           IF ERRO-NA-RECONST
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1200-PEDE-CPF
               PERFORM 1300-ABRE-ARQUIVOS
           END-IF.

       1100-PEDE-CORTE.
           DISPLAY 'DATA DO CORTE (AAAAMMDD) :'.
           ACCEPT DATA-CORTE.
           IF DATA-CORTE NOT NUMERIC OR DATA-CORTE = ZERO
                   OR MES-CORTE < 1 OR MES-CORTE > 12
                   OR DIA-CORTE < 1 OR DIA-CORTE > 31
               DISPLAY 'DATA DO CORTE INVALIDA.'
               MOVE 'S' TO ERRO-PIT-SW
           ELSE
               DISPLAY 'HORA DO CORTE (HHMMSS; BRANCO = FIM DO DIA) :'
               MOVE SPACES TO HORA-DIGITADA
               ACCEPT HORA-DIGITADA
               IF HORA-DIGITADA = SPACES
                   MOVE 23595999 TO HORA-CORTE
               ELSE
                   IF HORA-DIGITADA NOT NUMERIC
                       DISPLAY 'HORA DO CORTE INVALIDA.'
                       MOVE 'S' TO ERRO-PIT-SW
                   ELSE
      *                O corte inclui o segundo inteiro digitado.
                       MOVE HORA-DIGITADA TO HORA-CORTE(1:6)
                       MOVE '99'          TO HORA-CORTE(7:2)
                   END-IF
               END-IF
           END-IF.

       1200-PEDE-CPF.
      *    So os digitos contam, como em CAD-CONFERE-DUP; branco ou
      *    zero reconstroi o mestre inteiro.
           DISPLAY 'CPF (BRANCO = MESTRE INTEIRO) :'.
           MOVE SPACES TO CPF-DIGITADO.
           ACCEPT CPF-DIGITADO.
           MOVE ZERO TO CPF-PEDIDO.
           MOVE 1 TO IND-DIGITO.
           PERFORM VARYING IND-DIGITADO FROM 1 BY 1
                   UNTIL IND-DIGITADO > 14
               IF CPF-DIGITADO(IND-DIGITADO:1) IS NUMERIC
                       AND IND-DIGITO NOT GREATER THAN 11
                   MOVE CPF-DIGITADO(IND-DIGITADO:1)
                       TO DIGITO-PED(IND-DIGITO)
                   ADD 1 TO IND-DIGITO
               END-IF
           END-PERFORM.

       1300-ABRE-ARQUIVOS.
           OPEN INPUT ARQ-MESTRE.
           IF FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADMST - FS ' FS-MESTRE
               MOVE 'S' TO ERRO-PIT-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-RECONSTRUIDO
               IF FS-PIT NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CADMSTPIT - FS ' FS-PIT
                   CLOSE ARQ-MESTRE
                   MOVE 'S' TO ERRO-PIT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ARQ-RELATORIO
                   IF FS-REL NOT = '00'
                       DISPLAY 'ERRO AO ABRIR CADPITREL - FS ' FS-REL
                       CLOSE ARQ-MESTRE
                       CLOSE ARQ-RECONSTRUIDO
                       MOVE 'S' TO ERRO-PIT-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF NOT ERRO-NA-RECONST AND CPF-PEDIDO NOT = ZERO
               MOVE CPF-PEDIDO TO CADM-CPF
               START ARQ-MESTRE KEY IS NOT LESS THAN CADM-CPF
                   INVALID KEY
                       SET MESTRE-ACABOU TO TRUE
               END-START
           END-IF.

       2000-ALIMENTA-SORT.
      *    So entram os eventos posteriores ao corte (do CPF pedido,
      *    se houver um); CLA-SEQ guarda a ordem de gravacao para
      *    desempatar mudancas no mesmo centesimo de segundo.
           OPEN INPUT ARQ-HISTORICO.
           IF FS-HIST NOT = '00'
               DISPLAY 'HISTORICO AINDA VAZIO: CADHIST - O MESTRE '
                       'ATUAL E A RECONSTRUCAO'
           ELSE
               SET HA-HISTORICO TO TRUE
               PERFORM 2100-LER-HISTORICO
               PERFORM UNTIL HISTORICO-ACABOU
                   ADD 1 TO QTD-HIST-LIDOS
                   IF (CH-DATA > DATA-CORTE
                       OR (CH-DATA = DATA-CORTE
                           AND CH-HORA > HORA-CORTE))
                     AND (CPF-PEDIDO = ZERO OR CH-CPF = CPF-PEDIDO)
                       ADD 1 TO QTD-HIST-POST
                       MOVE CH-CPF         TO CLA-CPF
                       MOVE CH-DATA        TO CLA-DATA
                       MOVE CH-HORA        TO CLA-HORA
                       MOVE QTD-HIST-LIDOS TO CLA-SEQ
                       MOVE CH-OPERADOR    TO CLA-OPERADOR
                       MOVE CH-OPERACAO    TO CLA-OPERACAO
                       MOVE CH-NOME-ANTES  TO CLA-NOME-ANTES
                       MOVE CH-SIT-ANTES   TO CLA-SIT-ANTES
                       RELEASE REG-CLASSIFICA
                   END-IF
                   PERFORM 2100-LER-HISTORICO
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

       2100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   SET HISTORICO-ACABOU TO TRUE
           END-READ.

       3000-RECONSTROI.
      *    Casamento em ordem de CPF entre o mestre atual e o primeiro
      *    evento posterior ao corte de cada CPF:
      *      so no mestre   - nada mudou depois do corte;
      *      so no evento   - o CPF foi excluido depois do corte;
      *      nos dois       - vale a imagem ANTES do evento.
           PERFORM 3100-LER-MESTRE.
           PERFORM 3200-PRIMEIRO-EVENTO.
           PERFORM UNTIL (CHAVE-MESTRE = CHAVE-FIM
                          AND CHAVE-EVENTO = CHAVE-FIM)
                      OR ERRO-NA-RECONST
               IF CHAVE-MESTRE < CHAVE-EVENTO
                   PERFORM 3300-SEM-MUDANCA
                   PERFORM 3100-LER-MESTRE
               ELSE
                   IF CHAVE-EVENTO < CHAVE-MESTRE
                       PERFORM 3400-EXCLUIDO-DEPOIS
                       PERFORM 3200-PRIMEIRO-EVENTO
                   ELSE
                       PERFORM 3500-MUDOU-DEPOIS
                       PERFORM 3100-LER-MESTRE
                       PERFORM 3200-PRIMEIRO-EVENTO
                   END-IF
               END-IF
           END-PERFORM.

       3100-LER-MESTRE.
           IF NOT MESTRE-ACABOU
               READ ARQ-MESTRE NEXT RECORD
                   AT END
                       SET MESTRE-ACABOU TO TRUE
               END-READ
           END-IF.
           IF NOT MESTRE-ACABOU AND CPF-PEDIDO NOT = ZERO
                   AND CADM-CPF NOT = CPF-PEDIDO
               SET MESTRE-ACABOU TO TRUE
           END-IF.
           IF MESTRE-ACABOU
               MOVE CHAVE-FIM TO CHAVE-MESTRE
           ELSE
               ADD 1 TO QTD-MESTRE-LIDOS
               MOVE CADM-CPF TO CHAVE-MESTRE
           END-IF.

       3200-PRIMEIRO-EVENTO.
      *    Devolve o primeiro evento do proximo CPF, descartando os
      *    demais eventos do CPF anterior.
           PERFORM 3210-RETORNA-CLASSIFICADO.
           PERFORM UNTIL CLA-ACABOU
                   OR QTD-EVT-CPF = ZERO
                   OR CLA-CPF NOT = CPF-ULTIMO-EVT
               PERFORM 3210-RETORNA-CLASSIFICADO
           END-PERFORM.
           IF CLA-ACABOU
               MOVE CHAVE-FIM TO CHAVE-EVENTO
           ELSE
               ADD 1 TO QTD-EVT-CPF
               MOVE CLA-CPF TO CPF-ULTIMO-EVT
               MOVE CLA-CPF TO CHAVE-EVENTO
           END-IF.

       3210-RETORNA-CLASSIFICADO.
           IF NOT CLA-ACABOU
               RETURN ARQ-CLASSIFICA
                   AT END
                       SET CLA-ACABOU TO TRUE
               END-RETURN
           END-IF.

       3300-SEM-MUDANCA.
           MOVE CADM-CPF      TO PIT-CPF.
           MOVE CADM-NOME     TO PIT-NOME.
           MOVE CADM-SITUACAO TO PIT-SITUACAO.
           PERFORM 3800-GRAVA-RECONSTRUIDO.
           ADD 1 TO QTD-IGUAIS.

       3400-EXCLUIDO-DEPOIS.
      *    Incluido e excluido depois do corte: nao existia na data
      *    nem existe hoje - nao ha o que reconstruir nem reportar.
           IF NOT CLA-INCLUSAO
               MOVE CLA-CPF        TO PIT-CPF
               MOVE CLA-NOME-ANTES TO PIT-NOME
               MOVE CLA-SIT-ANTES  TO PIT-SITUACAO
               PERFORM 3800-GRAVA-RECONSTRUIDO
               ADD 1 TO QTD-EXCLUIDOS
               MOVE 'EXCLUIDO DEPOIS' TO REL-DIFERENCA
               MOVE CLA-NOME-ANTES TO REL-NOME-NA-DATA
               MOVE CLA-SIT-ANTES  TO REL-SIT-NA-DATA
               MOVE SPACES         TO REL-NOME-ATUAL
               MOVE SPACE          TO REL-SIT-ATUAL
               PERFORM 3900-GRAVA-RELATORIO
           END-IF.

       3500-MUDOU-DEPOIS.
           IF CLA-INCLUSAO
               ADD 1 TO QTD-INCLUIDOS
               MOVE 'INCLUIDO DEPOIS' TO REL-DIFERENCA
               MOVE SPACES         TO REL-NOME-NA-DATA
               MOVE SPACE          TO REL-SIT-NA-DATA
               MOVE CADM-NOME      TO REL-NOME-ATUAL
               MOVE CADM-SITUACAO  TO REL-SIT-ATUAL
               PERFORM 3900-GRAVA-RELATORIO
           ELSE
               MOVE CLA-CPF        TO PIT-CPF
               MOVE CLA-NOME-ANTES TO PIT-NOME
               MOVE CLA-SIT-ANTES  TO PIT-SITUACAO
               PERFORM 3800-GRAVA-RECONSTRUIDO
      *        Mudou e voltou ao que era: igual ao atual.
               IF CLA-NOME-ANTES = CADM-NOME
                       AND CLA-SIT-ANTES = CADM-SITUACAO
                   ADD 1 TO QTD-IGUAIS
               ELSE
                   ADD 1 TO QTD-ALTERADOS
                   MOVE 'ALTERADO DEPOIS' TO REL-DIFERENCA
                   MOVE CLA-NOME-ANTES TO REL-NOME-NA-DATA
                   MOVE CLA-SIT-ANTES  TO REL-SIT-NA-DATA
                   MOVE CADM-NOME      TO REL-NOME-ATUAL
                   MOVE CADM-SITUACAO  TO REL-SIT-ATUAL
                   PERFORM 3900-GRAVA-RELATORIO
               END-IF
           END-IF.

       3800-GRAVA-RECONSTRUIDO.
           WRITE REG-RECONSTRUIDO.
           IF FS-PIT = '00'
               ADD 1 TO QTD-RECONSTRUIDOS
           ELSE
               DISPLAY 'ERRO DE GRAVACAO EM CADMSTPIT - FS ' FS-PIT
               MOVE 'S' TO ERRO-PIT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       3900-GRAVA-RELATORIO.
      *    REL-DIFERENCA e as imagens ja vem preenchidas; completa com
      *    o corte e com o evento que marca a mudanca.
           MOVE DATA-CORTE     TO REL-DATA-CORTE.
           MOVE HORA-CORTE     TO REL-HORA-CORTE.
           MOVE CLA-CPF        TO REL-CPF.
           MOVE CLA-DATA       TO REL-EVT-DATA.
           MOVE CLA-HORA       TO REL-EVT-HORA.
           MOVE CLA-OPERADOR   TO REL-EVT-OPERADOR.
           MOVE CLA-OPERACAO   TO REL-EVT-OPERACAO.
           WRITE REG-RELATORIO.
           DISPLAY 'CPF ' REL-CPF ' ' REL-DIFERENCA
                   ' EM ' REL-EVT-DATA ' ' REL-EVT-HORA
                   ' POR ' REL-EVT-OPERADOR ' (' REL-EVT-OPERACAO ')'.
           DISPLAY '  NA DATA: ' REL-NOME-NA-DATA ' ' REL-SIT-NA-DATA.
           DISPLAY '  ATUAL  : ' REL-NOME-ATUAL ' ' REL-SIT-ATUAL.

       4000-FINALIZAR.
           CLOSE ARQ-MESTRE.
           CLOSE ARQ-RECONSTRUIDO.
           CLOSE ARQ-RELATORIO.
           MOVE 'CADPITREL'    TO REL-TIPO.
           MOVE 'CAD-RECONSTROI' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.
           IF NOT ERRO-NA-RECONST
               AND (QTD-ALTERADOS > ZERO OR QTD-EXCLUIDOS > ZERO
                    OR QTD-INCLUIDOS > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

       5000-IMPRIME-TOTAIS.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'RECONSTRUCAO DO CADMST EM ' DATA-CORTE ' '
                   HORA-CORTE.
           DISPLAY '-------------------------------------------'.
           IF CPF-PEDIDO NOT = ZERO
               DISPLAY 'CPF PEDIDO ................: ' CPF-PEDIDO
           ELSE
               DISPLAY 'ABRANGENCIA ...............: MESTRE INTEIRO'
           END-IF.
           DISPLAY 'EVENTOS LIDOS EM CADHIST ..: ' QTD-HIST-LIDOS.
           DISPLAY 'EVENTOS APOS O CORTE ......: ' QTD-HIST-POST.
           DISPLAY 'REGISTROS NO MESTRE ATUAL .: ' QTD-MESTRE-LIDOS.
           DISPLAY 'REGISTROS RECONSTRUIDOS ...: ' QTD-RECONSTRUIDOS.
           DISPLAY 'IGUAIS AO ATUAL ...........: ' QTD-IGUAIS.
           DISPLAY 'ALTERADOS DEPOIS DO CORTE .: ' QTD-ALTERADOS.
           DISPLAY 'EXCLUIDOS DEPOIS DO CORTE .: ' QTD-EXCLUIDOS.
           DISPLAY 'INCLUIDOS DEPOIS DO CORTE .: ' QTD-INCLUIDOS.
           IF ERRO-NA-RECONST
               DISPLAY 'RECONSTRUCAO INCOMPLETA - VER ERRO ACIMA.'
           END-IF.

       COPY FS-VERIFICA.
