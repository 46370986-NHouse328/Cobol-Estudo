      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Deteccao de padroes suspeitos na trilha de auditoria
      *            do validador, para o compliance: o extrato por
      *            operador (CPF-AUDIT-OPERADOR) mostra o volume, mas
      *            nao aponta nada. Para o periodo pedido le a trilha
      *            viva (CPFAUDIT) e o morto dos meses ja fechados
      *            (CPFAUDARC) e aplica as regras do arquivo AUDREGRA,
      *            mantido pelo compliance:
      *              SEQUENCIA - documentos sequenciais ou quase
      *                (diferenca ate SEQ-JANELA entre um e o seguinte)
      *                validados em serie pelo mesmo operador no dia,
      *                a partir de SEQ-MINIMO seguidos - pescaria de
      *                CPF real;
      *              INVALIDAS - sessao (operador no dia) com mais de
      *                INV-PCT por cento de invalidas, a partir de
      *                INV-MINIMO validacoes;
      *              HORARIO - validacao antes de HORA-INI ou a partir
      *                de HORA-FIM (HHMM), ou, com FERIADO = 1, em fim
      *                de semana ou em feriado do calendario LOTECAL
      *                (marca F);
      *              MULTIPLOS - o mesmo documento validado por
      *                MULTI-OPER operadores diferentes ou mais.
      *            Cada achado sai no relatorio AUDSUSPREL com os
      *            registros da trilha que o provam (ate EVIDENCIAS
      *            por achado) e no feed de eventos da monitoracao
      *            como evento de compliance (codigos CMPSEQ, CMPINV,
      *            CMPHORA e CMPMULT, severidade AVISO).
      *
      *            AUDREGRA tem uma linha por regra: o nome nas colunas
      *            1-10 e o valor inteiro nas colunas 12-17; linha
      *            iniciada por * e comentario. Regra ausente fica com
      *            o valor padrao (SEQ-MINIMO 10, SEQ-JANELA 100,
      *            INV-PCT 50, INV-MINIMO 20, HORA-INI 0700, HORA-FIM
      *            2000, FERIADO 1, MULTI-OPER 3, EVIDENCIAS 20); valor
      *            zero desliga a regra.
      *
      *            Periodo: data inicial e final (AAAAMMDD). Final zero
      *            e ontem; inicial zero e seis dias antes da final - a
      *            semana fechada, como a cadeia semanal pede.
      *            RETURN-CODE 4 quando ha achado, 8 sem trilha nenhuma
      *            ou sem relatorio.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. A trilha nao guarda o sign-on, entao a
      *     sessao e o operador no dia. Registros do operador LOTE
      *     (execucao sem sign-on) e sem operador ficam fora das
      *     regras: a cadeia valida em serie e de madrugada por
      *     oficio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-AUDIT-SUSPEITA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-AUDITORIA ASSIGN TO "CPFAUDIT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AUD.

                       SELECT ARQ-AUD-MORTO ASSIGN TO "CPFAUDARC"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AUA.

                       SELECT ARQ-REGRAS ASSIGN TO "AUDREGRA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RGR.

                       SELECT ARQ-CALENDARIO ASSIGN TO "LOTECAL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CAL.

                       SELECT ARQ-RELATORIO ASSIGN TO "AUDSUSPREL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

                       SELECT ARQ-CLASSIFICA ASSIGN TO "AUDSORTWK".

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-AUDITORIA
                       LABEL RECORD STANDARD.

                       01 REG-AUDITORIA        PIC X(71).

                   FD ARQ-AUD-MORTO
                       LABEL RECORD STANDARD.

                       01 REG-AUD-MORTO        PIC X(71).

                   FD ARQ-REGRAS
                       LABEL RECORD STANDARD.

                       01 REG-REGRA.
                           05 RGR-NOME         PIC X(10).
                           05 FILLER           PIC X(01).
                           05 RGR-VALOR        PIC X(06).

                   FD ARQ-CALENDARIO
                       LABEL RECORD STANDARD.

                       01 REG-CALENDARIO.
                           05 CAL-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 CAL-MARCA        PIC X(01).
                           05 FILLER           PIC X(01).
                           05 CAL-OBS          PIC X(20).

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO        PIC X(132).

                   SD ARQ-CLASSIFICA.

                       01 REG-CLASSIFICA.
                           05 CLA-OPERADOR     PIC X(08).
                           05 CLA-DATA         PIC 9(08).
                           05 CLA-HORA         PIC 9(08).
                           05 CLA-SEQ          PIC 9(09).
                           05 CLA-DOCUMENTO    PIC X(14).
                           05 CLA-DOC-NUM      REDEFINES CLA-DOCUMENTO
                                               PIC 9(14).
                           05 CLA-TIPO-DOC     PIC X(01).
                           05 CLA-RESULTADO    PIC X(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-AUD           PIC X(02).
                   01 FS-AUA           PIC X(02).
                   01 FS-RGR           PIC X(02).
                   01 FS-CAL           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 LEITURA-FIM      PIC X(01) VALUE 'N'.
                       88 LEITURA-ACABOU   VALUE 'S'.
                   01 CLA-FIM          PIC X(01) VALUE 'N'.
                       88 CLA-ACABOU       VALUE 'S'.
                   01 ERRO-SUS-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-DETECCAO VALUE 'S'.
                   01 HA-TRILHA-SW     PIC X(01) VALUE 'N'.
                       88 HA-TRILHA        VALUE 'S'.
                   01 DIA-UTIL-SW      PIC X(01) VALUE 'S'.
                       88 DIA-UTIL         VALUE 'S'.
                   01 ACHOU-SW         PIC X(01) VALUE 'N'.
                       88 DATA-ACHADA      VALUE 'S'.

                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 DATA-INI         PIC 9(08) VALUE ZERO.
                   01 DATA-FIM         PIC 9(08) VALUE ZERO.
                   01 DIA-CORRIDO      PIC 9(07) VALUE ZERO.
                   01 DIA-SEMANA       PIC 9(01) VALUE ZERO.
                   01 MOTIVO-DIA       PIC X(14) VALUE SPACES.

      *            Regras em vigor (padrao, sobreposto por AUDREGRA).
                   01 NOMES-REGRAS.
                       05 FILLER       PIC X(10) VALUE 'SEQ-MINIMO'.
                       05 FILLER       PIC X(10) VALUE 'SEQ-JANELA'.
                       05 FILLER       PIC X(10) VALUE 'INV-PCT'.
                       05 FILLER       PIC X(10) VALUE 'INV-MINIMO'.
                       05 FILLER       PIC X(10) VALUE 'HORA-INI'.
                       05 FILLER       PIC X(10) VALUE 'HORA-FIM'.
                       05 FILLER       PIC X(10) VALUE 'FERIADO'.
                       05 FILLER       PIC X(10) VALUE 'MULTI-OPER'.
                       05 FILLER       PIC X(10) VALUE 'EVIDENCIAS'.
                   01 NOMES-REGRAS-RED REDEFINES NOMES-REGRAS.
                       05 NOME-REGRA   PIC X(10) OCCURS 9.
                   01 VALORES-REGRAS.
                       05 RG-SEQ-MINIMO    PIC 9(06) VALUE 10.
                       05 RG-SEQ-JANELA    PIC 9(06) VALUE 100.
                       05 RG-INV-PCT       PIC 9(06) VALUE 50.
                       05 RG-INV-MINIMO    PIC 9(06) VALUE 20.
                       05 RG-HORA-INI      PIC 9(06) VALUE 700.
                       05 RG-HORA-FIM      PIC 9(06) VALUE 2000.
                       05 RG-FERIADO       PIC 9(06) VALUE 1.
                       05 RG-MULTI-OPER    PIC 9(06) VALUE 3.
                       05 RG-EVIDENCIAS    PIC 9(06) VALUE 20.
                   01 VALORES-REGRAS-RED REDEFINES VALORES-REGRAS.
                       05 VALOR-REGRA  PIC 9(06) OCCURS 9.
                   01 IND-REGRA        PIC 9(02).
                   01 REGRA-ACHADA     PIC 9(02).

      *            Feriados: uma linha por data do calendario, com a
      *            primeira marcacao lida para ela (como em
      *            LOTE-DIAS-PROC).
                   01 TAB-CALENDARIO.
                       05 TAB-CAL OCCURS 1500 TIMES.
                           10 TC-DATA      PIC 9(08).
                           10 TC-MARCA     PIC X(01).
                   01 QTD-DATAS-CAL    PIC 9(04) VALUE ZERO.
                   01 IND-CAL          PIC 9(04).

      *            Sessao corrente (operador no dia) e a serie de
      *            documentos proximos em andamento nela.
                   01 SESSAO-OPERADOR  PIC X(08) VALUE SPACES.
                   01 SESSAO-DATA      PIC 9(08) VALUE ZERO.
                   01 SESSAO-QTD       PIC 9(07) VALUE ZERO.
                   01 SESSAO-INV       PIC 9(07) VALUE ZERO.
                   01 SESSAO-PCT       PIC 9(03) VALUE ZERO.
                   01 SERIE-TIPO       PIC X(01) VALUE SPACE.
                   01 SERIE-ULT-DOC    PIC 9(14) VALUE ZERO.
                   01 DIF-DOC          PIC S9(15) VALUE ZERO.
                   01 HORA-HHMM        PIC 9(04) VALUE ZERO.

                   01 DOC-CORRENTE     PIC X(14) VALUE SPACES.
                   01 DOC-OPERADOR-ANT PIC X(08) VALUE SPACES.
                   01 DOC-QTD-OPER     PIC 9(05) VALUE ZERO.

      *            Registros de prova, um quadro por regra; o quadro
      *            do achado e copiado para EVID-SAIDA antes de
      *            emitido. A contagem segue alem do que cabe.
                   01 EVID-SEQ.
                       05 EVS-QTD          PIC 9(07).
                       05 EVS-REG          PIC X(56) OCCURS 50.
                   01 EVID-INV.
                       05 EVI-QTD          PIC 9(07).
                       05 EVI-REG          PIC X(56) OCCURS 50.
                   01 EVID-HORA.
                       05 EVH-QTD          PIC 9(07).
                       05 EVH-REG          PIC X(56) OCCURS 50.
                   01 EVID-DOC.
                       05 EVD-QTD          PIC 9(07).
                       05 EVD-REG          PIC X(56) OCCURS 50.
                   01 EVID-SAIDA.
                       05 EVX-QTD          PIC 9(07).
                       05 EVX-REG          PIC X(56) OCCURS 50.
                   01 IND-EVID         PIC 9(02).
                   01 QTD-EVID-LISTA   PIC 9(02).
                   01 QTD-EVID-RESTO   PIC 9(07).

                   01 EVIDENCIA.
                       05 EVC-OPERADOR     PIC X(08).
                       05 EVC-DATA         PIC 9(08).
                       05 EVC-HORA         PIC 9(08).
                       05 EVC-HORA-RED     REDEFINES EVC-HORA.
                           10 EVC-HH       PIC 9(02).
                           10 EVC-MI       PIC 9(02).
                           10 EVC-SS       PIC 9(02).
                           10 FILLER       PIC 9(02).
                       05 EVC-SEQ          PIC 9(09).
                       05 EVC-DOCUMENTO    PIC X(14).
                       05 EVC-TIPO-DOC     PIC X(01).
                       05 EVC-RESULTADO    PIC X(08).

                   01 AUDITORIA-LIDA.
                       05 AUD-DATA         PIC 9(08).
                       05 AUD-HORA         PIC 9(08).
                       05 FILLER           PIC X(01).
                       05 AUD-DOCUMENTO    PIC X(14).
                       05 FILLER           PIC X(01).
                       05 AUD-TIPO-DOC     PIC X(01).
                       05 FILLER           PIC X(01).
                       05 AUD-RESULTADO    PIC X(08).
                       05 FILLER           PIC X(01).
                       05 AUD-OPERADOR     PIC X(08).
                       05 FILLER           PIC X(01).
                       05 AUD-SEQ          PIC 9(09).
                       05 FILLER           PIC X(01).
                       05 AUD-ELO          PIC 9(09).

                   01 QTD-LIDOS        PIC 9(09) VALUE ZERO.
                   01 QTD-NO-PERIODO   PIC 9(09) VALUE ZERO.
                   01 QTD-ACHADOS      PIC 9(05) VALUE ZERO.
                   01 QTD-ACH-SEQ      PIC 9(05) VALUE ZERO.
                   01 QTD-ACH-INV      PIC 9(05) VALUE ZERO.
                   01 QTD-ACH-HORA     PIC 9(05) VALUE ZERO.
                   01 QTD-ACH-MULT     PIC 9(05) VALUE ZERO.

                   01 ACH-REGRA        PIC X(09).
                   01 ACH-TEXTO        PIC X(72).
                   01 LINHA-RELATORIO  PIC X(132).

                   01 EVE-PROGRAMA     PIC X(20)
                                       VALUE 'CPF-AUDIT-SUSPEITA'.
                   01 EVE-SEVERIDADE   PIC X(08) VALUE 'AVISO'.
                   01 EVE-CODIGO       PIC X(08) VALUE SPACES.
                   01 EVE-OBJETO       PIC X(20) VALUE SPACES.
                   01 EVE-RUN          PIC 9(10) VALUE ZERO.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-DETECCAO
               PERFORM 1100-CARREGA-REGRAS
               PERFORM 1200-CARREGA-CALENDARIO
               PERFORM 1300-ABRE-RELATORIO
           END-IF.
           IF NOT ERRO-NA-DETECCAO
               SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLA-OPERADOR CLA-DATA CLA-HORA
                                    CLA-SEQ
                   INPUT PROCEDURE IS 2000-ALIMENTA-SORT
                   OUTPUT PROCEDURE IS 3000-AVALIA-SESSOES
               IF NOT HA-TRILHA
                   MOVE 'TRILHA DE AUDITORIA INDISPONIVEL (CPFAUDIT E '
                       TO LINHA-RELATORIO
                   PERFORM 0100-EMITE
                   MOVE 'CPFAUDARC) - NADA AVALIADO.'
                       TO LINHA-RELATORIO
                   PERFORM 0100-EMITE
                   MOVE 'S' TO ERRO-SUS-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT ERRO-NA-DETECCAO AND RG-MULTI-OPER > ZERO
               MOVE ZERO TO QTD-LIDOS
               MOVE ZERO TO QTD-NO-PERIODO
               SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLA-DOCUMENTO CLA-OPERADOR
                                    CLA-DATA CLA-HORA
                   INPUT PROCEDURE IS 2000-ALIMENTA-SORT
                   OUTPUT PROCEDURE IS 4000-AVALIA-DOCUMENTOS
           END-IF.
           IF FS-REL = '00'
               PERFORM 9000-FINALIZAR
           END-IF.

           GOBACK.

       0100-EMITE.
           MOVE LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.

       1000-INICIAR.
           MOVE 'AUDSUSP' TO ERR-PROGRAMA.
           MOVE 'AUDSUSPREL' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-SUS-SW.
           MOVE 'N' TO HA-TRILHA-SW.
           MOVE '99' TO FS-REL.
           MOVE ZERO TO QTD-LIDOS.
           MOVE ZERO TO QTD-NO-PERIODO.
           MOVE ZERO TO QTD-ACHADOS.
           MOVE ZERO TO QTD-ACH-SEQ.
           MOVE ZERO TO QTD-ACH-INV.
           MOVE ZERO TO QTD-ACH-HORA.
           MOVE ZERO TO QTD-ACH-MULT.
           MOVE SPACES TO LINHA-RELATORIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = 6 DIAS ANTES DA '
                   'FINAL) :'.
           ACCEPT DATA-INI.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = ONTEM) :'.
           ACCEPT DATA-FIM.
           IF DATA-FIM = ZERO
               COMPUTE DIA-CORRIDO =
                       FUNCTION INTEGER-OF-DATE(DATA-HOJE) - 1
               COMPUTE DATA-FIM =
                       FUNCTION DATE-OF-INTEGER(DIA-CORRIDO)
           END-IF.
           IF DATA-FIM < 16010101 OR DATA-FIM > 99991231
               DISPLAY 'DATA FINAL INVALIDA: ' DATA-FIM
               MOVE 'S' TO ERRO-SUS-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DATA-INI = ZERO
                   COMPUTE DIA-CORRIDO =
                           FUNCTION INTEGER-OF-DATE(DATA-FIM) - 6
                   COMPUTE DATA-INI =
                           FUNCTION DATE-OF-INTEGER(DIA-CORRIDO)
               END-IF
               IF DATA-INI > DATA-FIM
                   DISPLAY 'PERIODO INVALIDO: ' DATA-INI ' A '
                           DATA-FIM
                   MOVE 'S' TO ERRO-SUS-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1100-CARREGA-REGRAS.
      *    Sem AUDREGRA valem os padroes - a deteccao nao fica inerte
      *    por falta do arquivo; o relatorio mostra as regras usadas.
           OPEN INPUT ARQ-REGRAS.
           IF FS-RGR NOT = '00'
               DISPLAY 'AUDREGRA INDISPONIVEL - REGRAS PADRAO.'
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-REGRAS
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           IF RGR-NOME(1:1) NOT = '*'
                                   AND RGR-NOME NOT = SPACES
                               PERFORM 1110-GUARDA-REGRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REGRAS
           END-IF.
           IF RG-EVIDENCIAS > 50
               MOVE 50 TO RG-EVIDENCIAS
           END-IF.

       1110-GUARDA-REGRA.
           MOVE ZERO TO REGRA-ACHADA.
           PERFORM VARYING IND-REGRA FROM 1 BY 1 UNTIL IND-REGRA > 9
               IF RGR-NOME = NOME-REGRA(IND-REGRA)
                   MOVE IND-REGRA TO REGRA-ACHADA
               END-IF
           END-PERFORM.
           IF REGRA-ACHADA = ZERO
               DISPLAY 'REGRA DESCONHECIDA EM AUDREGRA: ' RGR-NOME
           ELSE
               IF RGR-VALOR IS NUMERIC
                   MOVE RGR-VALOR TO VALOR-REGRA(REGRA-ACHADA)
               ELSE
                   DISPLAY 'VALOR INVALIDO EM AUDREGRA PARA '
                           RGR-NOME ' - ESPERADO 999999; MANTIDO '
                           VALOR-REGRA(REGRA-ACHADA) '.'
               END-IF
           END-IF.

       1200-CARREGA-CALENDARIO.
           MOVE ZERO TO QTD-DATAS-CAL.
           IF RG-FERIADO > ZERO
               OPEN INPUT ARQ-CALENDARIO
               IF FS-CAL NOT = '00'
                   DISPLAY 'LOTECAL INDISPONIVEL - SO FIM DE SEMANA '
                           'CONTA COMO DIA NAO UTIL.'
               ELSE
                   MOVE 'N' TO LEITURA-FIM
                   PERFORM UNTIL LEITURA-ACABOU
                       READ ARQ-CALENDARIO
                           AT END
                               SET LEITURA-ACABOU TO TRUE
                           NOT AT END
                               IF CAL-DATA IS NUMERIC
                                       AND CAL-DATA > ZERO
                                   PERFORM 1210-GUARDA-DATA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CALENDARIO
               END-IF
           END-IF.

       1210-GUARDA-DATA.
           MOVE 'N' TO ACHOU-SW.
           PERFORM VARYING IND-CAL FROM 1 BY 1
                   UNTIL IND-CAL > QTD-DATAS-CAL OR DATA-ACHADA
               IF TC-DATA(IND-CAL) = CAL-DATA
                   MOVE 'S' TO ACHOU-SW
               END-IF
           END-PERFORM.
           IF NOT DATA-ACHADA AND QTD-DATAS-CAL < 1500
               ADD 1 TO QTD-DATAS-CAL
               MOVE CAL-DATA  TO TC-DATA(QTD-DATAS-CAL)
               MOVE CAL-MARCA TO TC-MARCA(QTD-DATAS-CAL)
           END-IF.

       1300-ABRE-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF FS-REL NOT = '00'
               MOVE FS-REL TO FS-ENTRADA
               PERFORM 9999-INTERPRETA-FS
               DISPLAY 'ERRO AO ABRIR AUDSUSPREL - ' FS-MENSAGEM
               MOVE 'S' TO ERRO-SUS-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING 'PADROES SUSPEITOS NA TRILHA DE AUDITORIA - '
                      'PERIODO ' DATA-INI ' A ' DATA-FIM
                      ' - EMITIDO EM ' DATA-HOJE
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 0100-EMITE
               STRING 'REGRAS: SEQ-MINIMO ' RG-SEQ-MINIMO
                      '  SEQ-JANELA ' RG-SEQ-JANELA
                      '  INV-PCT ' RG-INV-PCT
                      '  INV-MINIMO ' RG-INV-MINIMO
                      '  MULTI-OPER ' RG-MULTI-OPER
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 0100-EMITE
               STRING '        HORA-INI ' RG-HORA-INI
                      '  HORA-FIM ' RG-HORA-FIM
                      '  FERIADO ' RG-FERIADO
                      '  EVIDENCIAS ' RG-EVIDENCIAS
                      '  (ZERO DESLIGA A REGRA)'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 0100-EMITE
               PERFORM 0100-EMITE
           END-IF.

       2000-ALIMENTA-SORT.
      *    Morto primeiro, depois a trilha viva; cada uma na ordem em
      *    que foi gravada. Ausencia de uma das duas nao e erro: o
      *    morto so existe depois do primeiro fechamento de mes.
           OPEN INPUT ARQ-AUD-MORTO.
           IF FS-AUA = '00'
               SET HA-TRILHA TO TRUE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-AUD-MORTO INTO AUDITORIA-LIDA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           PERFORM 2100-LIBERA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUD-MORTO
           END-IF.
           OPEN INPUT ARQ-AUDITORIA.
           IF FS-AUD = '00'
               SET HA-TRILHA TO TRUE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-AUDITORIA INTO AUDITORIA-LIDA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           PERFORM 2100-LIBERA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF.

       2100-LIBERA-REGISTRO.
           ADD 1 TO QTD-LIDOS.
           IF AUD-DATA NOT < DATA-INI AND AUD-DATA NOT > DATA-FIM
                   AND AUD-OPERADOR NOT = 'LOTE'
                   AND AUD-OPERADOR NOT = SPACES
               ADD 1 TO QTD-NO-PERIODO
               MOVE AUD-OPERADOR  TO CLA-OPERADOR
               MOVE AUD-DATA      TO CLA-DATA
               MOVE AUD-HORA      TO CLA-HORA
               MOVE AUD-SEQ       TO CLA-SEQ
               MOVE AUD-DOCUMENTO TO CLA-DOCUMENTO
               MOVE AUD-TIPO-DOC  TO CLA-TIPO-DOC
               MOVE AUD-RESULTADO TO CLA-RESULTADO
               RELEASE REG-CLASSIFICA
           END-IF.

       3000-AVALIA-SESSOES.
      *    Registros por operador, dia e hora: cada quebra de operador
      *    ou de dia fecha a sessao e a serie em andamento.
           MOVE 'N' TO CLA-FIM.
           MOVE SPACES TO SESSAO-OPERADOR.
           MOVE ZERO TO SESSAO-DATA.
           PERFORM 3010-RETORNA-CLASSIFICADO.
           PERFORM UNTIL CLA-ACABOU
               IF CLA-OPERADOR NOT = SESSAO-OPERADOR
                       OR CLA-DATA NOT = SESSAO-DATA
                   IF SESSAO-OPERADOR NOT = SPACES
                       PERFORM 3300-FECHA-SESSAO
                   END-IF
                   PERFORM 3100-ABRE-SESSAO
               END-IF
               PERFORM 3200-AVALIA-REGISTRO
               PERFORM 3010-RETORNA-CLASSIFICADO
           END-PERFORM.
           IF SESSAO-OPERADOR NOT = SPACES
               PERFORM 3300-FECHA-SESSAO
           END-IF.

       3010-RETORNA-CLASSIFICADO.
           RETURN ARQ-CLASSIFICA
               AT END
                   SET CLA-ACABOU TO TRUE
           END-RETURN.

       3100-ABRE-SESSAO.
           MOVE CLA-OPERADOR TO SESSAO-OPERADOR.
           MOVE CLA-DATA     TO SESSAO-DATA.
           MOVE ZERO         TO SESSAO-QTD.
           MOVE ZERO         TO SESSAO-INV.
           MOVE ZERO         TO EVI-QTD.
           MOVE ZERO         TO EVH-QTD.
           MOVE ZERO         TO EVS-QTD.
           MOVE SPACE        TO SERIE-TIPO.
           MOVE ZERO         TO SERIE-ULT-DOC.
           PERFORM 5000-CONFERE-DIA.

       3200-AVALIA-REGISTRO.
           ADD 1 TO SESSAO-QTD.
           IF CLA-RESULTADO NOT = 'VALIDO'
               ADD 1 TO SESSAO-INV
               ADD 1 TO EVI-QTD
               IF EVI-QTD NOT > RG-EVIDENCIAS
                   MOVE REG-CLASSIFICA TO EVI-REG(EVI-QTD)
               END-IF
           END-IF.

      *    Horario: fora da janela do dia util, ou o dia inteiro
      *    quando o dia nao e util.
           COMPUTE HORA-HHMM = CLA-HORA / 10000.
           IF (RG-HORA-FIM > ZERO
                   AND (HORA-HHMM < RG-HORA-INI
                        OR HORA-HHMM NOT < RG-HORA-FIM))
                   OR NOT DIA-UTIL
               ADD 1 TO EVH-QTD
               IF EVH-QTD NOT > RG-EVIDENCIAS
                   MOVE REG-CLASSIFICA TO EVH-REG(EVH-QTD)
               END-IF
           END-IF.

      *    Serie: documento numerico do mesmo tipo a no maximo
      *    SEQ-JANELA do anterior (repetido nao conta) continua a
      *    serie; qualquer outro a fecha e comeca outra.
           IF RG-SEQ-MINIMO > ZERO
               IF CLA-DOCUMENTO IS NUMERIC
                   COMPUTE DIF-DOC = CLA-DOC-NUM - SERIE-ULT-DOC
                   IF DIF-DOC < ZERO
                       COMPUTE DIF-DOC = ZERO - DIF-DOC
                   END-IF
                   IF CLA-TIPO-DOC = SERIE-TIPO AND EVS-QTD > ZERO
                           AND DIF-DOC > ZERO
                           AND DIF-DOC NOT > RG-SEQ-JANELA
                       CONTINUE
                   ELSE
                       PERFORM 3400-FECHA-SERIE
                   END-IF
                   IF DIF-DOC > ZERO OR EVS-QTD = ZERO
                       ADD 1 TO EVS-QTD
                       IF EVS-QTD NOT > RG-EVIDENCIAS
                           MOVE REG-CLASSIFICA TO EVS-REG(EVS-QTD)
                       END-IF
                   END-IF
                   MOVE CLA-TIPO-DOC TO SERIE-TIPO
                   MOVE CLA-DOC-NUM  TO SERIE-ULT-DOC
               ELSE
                   PERFORM 3400-FECHA-SERIE
               END-IF
           END-IF.

       3300-FECHA-SESSAO.
           IF RG-SEQ-MINIMO > ZERO
               PERFORM 3400-FECHA-SERIE
           END-IF.
           IF RG-INV-PCT > ZERO AND SESSAO-QTD NOT < RG-INV-MINIMO
                   AND SESSAO-QTD > ZERO
               COMPUTE SESSAO-PCT = SESSAO-INV * 100 / SESSAO-QTD
               IF SESSAO-PCT > RG-INV-PCT
                   ADD 1 TO QTD-ACH-INV
                   MOVE 'INVALIDAS' TO ACH-REGRA
                   MOVE 'CMPINV'    TO EVE-CODIGO
                   MOVE SESSAO-OPERADOR TO EVE-OBJETO
                   MOVE SPACES TO ACH-TEXTO
                   STRING SESSAO-OPERADOR ' EM ' SESSAO-DATA ': '
                          SESSAO-INV ' INVALIDAS EM ' SESSAO-QTD
                          ' (' SESSAO-PCT ' PCT)'
                       DELIMITED BY SIZE INTO ACH-TEXTO
                   MOVE EVID-INV TO EVID-SAIDA
                   PERFORM 6000-EMITE-ACHADO
               END-IF
           END-IF.
           IF EVH-QTD > ZERO
                   AND (RG-HORA-FIM > ZERO OR RG-FERIADO > ZERO)
               ADD 1 TO QTD-ACH-HORA
               MOVE 'HORARIO'   TO ACH-REGRA
               MOVE 'CMPHORA'   TO EVE-CODIGO
               MOVE SESSAO-OPERADOR TO EVE-OBJETO
               MOVE SPACES TO ACH-TEXTO
               IF DIA-UTIL
                   STRING SESSAO-OPERADOR ' EM ' SESSAO-DATA ': '
                          EVH-QTD ' VALIDACAO(OES) FORA DO HORARIO'
                       DELIMITED BY SIZE INTO ACH-TEXTO
               ELSE
                   STRING SESSAO-OPERADOR ' EM ' SESSAO-DATA ': '
                          EVH-QTD ' VALIDACAO(OES) EM ' MOTIVO-DIA
                       DELIMITED BY SIZE INTO ACH-TEXTO
               END-IF
               MOVE EVID-HORA TO EVID-SAIDA
               PERFORM 6000-EMITE-ACHADO
           END-IF.

       3400-FECHA-SERIE.
           IF EVS-QTD NOT < RG-SEQ-MINIMO AND EVS-QTD > 1
               ADD 1 TO QTD-ACH-SEQ
               MOVE 'SEQUENCIA' TO ACH-REGRA
               MOVE 'CMPSEQ'    TO EVE-CODIGO
               MOVE SESSAO-OPERADOR TO EVE-OBJETO
               MOVE SPACES TO ACH-TEXTO
               STRING SESSAO-OPERADOR ' EM ' SESSAO-DATA ': SERIE DE '
                      EVS-QTD ' DOCUMENTOS PROXIMOS (TIPO '
                      SERIE-TIPO ')'
                   DELIMITED BY SIZE INTO ACH-TEXTO
               MOVE EVID-SEQ TO EVID-SAIDA
               PERFORM 6000-EMITE-ACHADO
           END-IF.
           MOVE ZERO TO EVS-QTD.

       4000-AVALIA-DOCUMENTOS.
      *    Registros por documento e operador: cada troca de operador
      *    dentro do documento e um operador distinto a mais.
           MOVE 'N' TO CLA-FIM.
           MOVE SPACES TO DOC-CORRENTE.
           MOVE ZERO TO EVD-QTD.
           PERFORM 3010-RETORNA-CLASSIFICADO.
           PERFORM UNTIL CLA-ACABOU
               IF CLA-DOCUMENTO NOT = DOC-CORRENTE
                   IF EVD-QTD > ZERO
                       PERFORM 4100-FECHA-DOCUMENTO
                   END-IF
                   MOVE CLA-DOCUMENTO TO DOC-CORRENTE
                   MOVE SPACES TO DOC-OPERADOR-ANT
                   MOVE ZERO TO DOC-QTD-OPER
                   MOVE ZERO TO EVD-QTD
               END-IF
               IF CLA-OPERADOR NOT = DOC-OPERADOR-ANT
                   ADD 1 TO DOC-QTD-OPER
                   MOVE CLA-OPERADOR TO DOC-OPERADOR-ANT
               END-IF
               ADD 1 TO EVD-QTD
               IF EVD-QTD NOT > RG-EVIDENCIAS
                   MOVE REG-CLASSIFICA TO EVD-REG(EVD-QTD)
               END-IF
               PERFORM 3010-RETORNA-CLASSIFICADO
           END-PERFORM.
           IF EVD-QTD > ZERO
               PERFORM 4100-FECHA-DOCUMENTO
           END-IF.

       4100-FECHA-DOCUMENTO.
           IF DOC-QTD-OPER NOT < RG-MULTI-OPER
               ADD 1 TO QTD-ACH-MULT
               MOVE 'MULTIPLOS' TO ACH-REGRA
               MOVE 'CMPMULT'   TO EVE-CODIGO
               MOVE DOC-CORRENTE TO EVE-OBJETO
               MOVE SPACES TO ACH-TEXTO
               STRING 'DOCUMENTO ' DOC-CORRENTE ' VALIDADO POR '
                      DOC-QTD-OPER ' OPERADORES (' EVD-QTD ' VEZES)'
                   DELIMITED BY SIZE INTO ACH-TEXTO
               MOVE EVID-DOC TO EVID-SAIDA
               PERFORM 6000-EMITE-ACHADO
           END-IF.

       5000-CONFERE-DIA.
      *    Dia nao util: sabado, domingo ou feriado (F) de LOTECAL -
      *    so com a regra FERIADO ligada. O dia 1 do calendario
      *    inteiro (01/01/1601) caiu numa segunda-feira.
           MOVE 'S' TO DIA-UTIL-SW.
           MOVE SPACES TO MOTIVO-DIA.
           IF RG-FERIADO > ZERO
               COMPUTE DIA-SEMANA = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(SESSAO-DATA), 7)
               IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
                   MOVE 'N' TO DIA-UTIL-SW
                   MOVE 'FIM DE SEMANA' TO MOTIVO-DIA
               END-IF
               PERFORM VARYING IND-CAL FROM 1 BY 1
                       UNTIL IND-CAL > QTD-DATAS-CAL
                   IF TC-DATA(IND-CAL) = SESSAO-DATA
                           AND TC-MARCA(IND-CAL) = 'F'
                       MOVE 'N' TO DIA-UTIL-SW
                       MOVE 'FERIADO' TO MOTIVO-DIA
                   END-IF
               END-PERFORM
           END-IF.

       6000-EMITE-ACHADO.
      *    O achado: a linha-resumo, os registros de prova que
      *    couberam e o evento de compliance no feed.
           ADD 1 TO QTD-ACHADOS.
           STRING 'ACHADO ' QTD-ACHADOS ' - ' ACH-REGRA ' - '
                  ACH-TEXTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM 0100-EMITE.
           MOVE EVX-QTD TO QTD-EVID-RESTO.
           IF EVX-QTD > RG-EVIDENCIAS
               MOVE RG-EVIDENCIAS TO QTD-EVID-LISTA
           ELSE
               MOVE EVX-QTD TO QTD-EVID-LISTA
           END-IF.
           PERFORM VARYING IND-EVID FROM 1 BY 1
                   UNTIL IND-EVID > QTD-EVID-LISTA
               MOVE EVX-REG(IND-EVID) TO EVIDENCIA
               STRING '      SEQ ' EVC-SEQ '  ' EVC-DATA ' '
                      EVC-HH ':' EVC-MI ':' EVC-SS '  '
                      EVC-OPERADOR '  ' EVC-TIPO-DOC ' '
                      EVC-DOCUMENTO '  ' EVC-RESULTADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 0100-EMITE
               SUBTRACT 1 FROM QTD-EVID-RESTO
           END-PERFORM.
           IF QTD-EVID-RESTO > ZERO
               STRING '      ... E MAIS ' QTD-EVID-RESTO
                      ' REGISTRO(S)'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 0100-EMITE
           END-IF.
           PERFORM 0100-EMITE.
           CALL 'GRAVA-EVENTO' USING EVE-PROGRAMA EVE-SEVERIDADE
                                     EVE-CODIGO EVE-OBJETO EVE-RUN
                                     ACH-TEXTO.

       9000-FINALIZAR.
           IF NOT ERRO-NA-DETECCAO
               IF QTD-ACHADOS = ZERO
                   MOVE 'NENHUM PADRAO SUSPEITO NO PERIODO.'
                       TO LINHA-RELATORIO
                   PERFORM 0100-EMITE
               END-IF
               STRING 'REGISTROS AVALIADOS: ' QTD-NO-PERIODO
                      '  ACHADOS: SEQUENCIA ' QTD-ACH-SEQ
                      '  INVALIDAS ' QTD-ACH-INV
                      '  HORARIO ' QTD-ACH-HORA
                      '  MULTIPLOS ' QTD-ACH-MULT
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 0100-EMITE
               IF QTD-ACHADOS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE ARQ-RELATORIO.
           MOVE 'AUDSUSPREL'         TO REL-TIPO.
           MOVE 'CPF-AUDIT-SUSPEITA' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'PADROES SUSPEITOS NA TRILHA DE AUDITORIA'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'PERIODO .................: ' DATA-INI ' A '
                   DATA-FIM.
           DISPLAY 'REGISTROS AVALIADOS .....: ' QTD-NO-PERIODO.
           DISPLAY 'ACHADOS .................: ' QTD-ACHADOS.

       COPY FS-VERIFICA.
