      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Resumo de uma pagina da cadeia semanal de arrumacao
      *            (LOTE-SEMANAL.sh): para cada etapa prevista da
      *            cadeia, a ultima passagem registrada em LOTECTL na
      *            data pedida - inicio, fim, RETURN-CODE e situacao
      *            (OK, AVISO, FALHOU, NAO EXECUTADA, FORA DO MES
      *            para a etapa de fim de mes numa semana comum, ou
      *            FORA DO TRIM. para a de fim de trimestre fora da
      *            semana que fecha marco, junho, setembro ou
      *            dezembro) - e o arquivo em que cada etapa deixou
      *            o seu resultado, para a revisao saber onde olhar.
      *            Sai gravado no relatorio datado de nome logico
      *            LOTESEMRES e ecoado no console. Etapa prevista que
      *            falhou ou nao rodou termina com RETURN-CODE 4.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, etapa final de LOTE-SEMANAL.sh.
      *   - O relatorio LOTESEMRES e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      *   - Etapa nova da cadeia, SEM-REL-RETENCAO (retencao do
      *     catalogo de relatorios, com o registro em RELRETLOG).
      *   - Etapa nova da cadeia, SEM-GERENCIAL (relatorio gerencial
      *     do mes fechado, so na semana de fim de mes).
      *   - Etapa nova da cadeia, SEM-AUDIT-SUSPEITA (padroes suspeitos
      *     na trilha de auditoria, relatorio AUDSUSPREL).
      *   - Etapas novas da cadeia, SEM-RECERTIFICACAO (recertificacao
      *     de acessos, so na semana que fecha um trimestre, marcada
      *     T) e SEM-OPR-DORMENTES (varredura de contas dormentes).
      *   - FD de LOTECTL no layout atual de 97 posicoes (com os
      *     campos de parametro); registros PARAMETRO sao pulados na
      *     carga das passagens.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-SEMANAL-RESUMO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-CONTROLE ASSIGN TO "LOTECTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CTL.

                       SELECT ARQ-RESUMO ASSIGN TO "LOTESEMRES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RES.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-CONTROLE
                       LABEL RECORD STANDARD.

                       01 REG-CONTROLE.
                           05 CTL-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 CTL-ETAPA        PIC X(20).
                           05 FILLER           PIC X(01).
                           05 CTL-INICIO       PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 CTL-FIM          PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 CTL-RC           PIC 9(03).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-NOME     PIC X(10).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-VALOR    PIC X(20).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-ORIGEM   PIC X(08).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-VIGOR    PIC X(08).

                   FD ARQ-RESUMO
                       LABEL RECORD STANDARD.

                       01 REG-RESUMO           PIC X(72).

               WORKING-STORAGE SECTION.

                   01 FS-CTL           PIC X(02).
                   01 FS-RES           PIC X(02).

                   01 CTL-FIM-SW       PIC X(01) VALUE 'N'.
                       88 CTL-ACABOU       VALUE 'S'.

                   01 DATA-CADEIA      PIC 9(08) VALUE ZERO.
                   01 DATA-CADEIA-RED  REDEFINES DATA-CADEIA.
                       05 CADEIA-ANO   PIC 9(04).
                       05 CADEIA-MES   PIC 9(02).
                           88 MES-APOS-TRIMESTRE VALUE 1 4 7 10.
                       05 CADEIA-DIA   PIC 9(02).
                   01 FIM-DE-MES       PIC X(01) VALUE 'N'.
                       88 SEMANA-FIM-DE-MES VALUE 'S'.

      *    Etapas previstas da cadeia semanal, na ordem em que o
      *    script as roda: nome em LOTECTL, S para a etapa que so
      *    roda na semana de fim de mes, T para a que so roda na
      *    semana de fim de mes que fecha um trimestre, e o arquivo
      *    em que a etapa deixa o seu resultado (branco = so o
      *    console do job).
                   01 TAB-ETAPAS-SEMANA.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-VERIFICA-AMB    N            '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-AUDIT-VERIFICA  N            '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-AUDITA-MESTRE   N            '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-VARRE-BLACKLIST NARQBLKRECALL'.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-ALOC-INVENTARIO N            '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-AUDIT-SUSPEITA  NAUDSUSPREL  '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-RECERTIFICACAO  TRECERTREL   '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-SEQ-RETENCAO    NSEQJRNARC   '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-AUDIT-MANUT     SCPFAUDARC   '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-ERRLOG-RETENCAO SERRLOGARC   '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-CPF-RETENCAO    NARQDESTCERT '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-OPR-DORMENTES   NOPRDORMREL  '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-REL-RETENCAO    NRELRETLOG   '.
                       05 FILLER PIC X(33)
                           VALUE 'SEM-GERENCIAL       SGERENCIALREL'.
                   01 TAB-ETAPAS-RED REDEFINES TAB-ETAPAS-SEMANA.
                       05 ETP-ITEM OCCURS 14 TIMES INDEXED BY IX-ETP.
                           10 ETP-NOME         PIC X(20).
                           10 ETP-FIM-MES      PIC X(01).
                           10 ETP-SAIDA        PIC X(12).

      *    Ultima passagem de cada etapa na data (um reinicio grava a
      *    etapa de novo; vale a mais recente).
                   01 TAB-PASSAGENS.
                       05 PSG-ITEM OCCURS 14 TIMES.
                           10 PSG-RODOU        PIC X(01).
                           10 PSG-INICIO       PIC 9(06).
                           10 PSG-FIM          PIC 9(06).
                           10 PSG-RC           PIC 9(03).

                   01 IND-ETAPA        PIC 9(02) VALUE ZERO.
                   01 QTD-PREVISTAS    PIC 9(02) VALUE ZERO.
                   01 QTD-EXECUTADAS   PIC 9(02) VALUE ZERO.
                   01 QTD-AVISOS       PIC 9(02) VALUE ZERO.
                   01 QTD-FALHAS       PIC 9(02) VALUE ZERO.
                   01 QTD-NAO-EXEC     PIC 9(02) VALUE ZERO.
                   01 SITUACAO-ETAPA   PIC X(13) VALUE SPACES.

                   01 LINHA-RESUMO     PIC X(72).
                   01 LINHA-ETAPA      REDEFINES LINHA-RESUMO.
                       05 LIN-ETAPA        PIC X(20).
                       05 FILLER           PIC X(01).
                       05 LIN-INICIO       PIC X(06).
                       05 FILLER           PIC X(01).
                       05 LIN-FIM          PIC X(06).
                       05 FILLER           PIC X(01).
                       05 LIN-RC           PIC X(03).
                       05 FILLER           PIC X(01).
                       05 LIN-SITUACAO     PIC X(13).
                       05 FILLER           PIC X(01).
                       05 LIN-SAIDA        PIC X(12).
                       05 FILLER           PIC X(07).

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE 'N' TO CTL-FIM-SW.
           MOVE ZERO TO QTD-PREVISTAS.
           MOVE ZERO TO QTD-EXECUTADAS.
           MOVE ZERO TO QTD-AVISOS.
           MOVE ZERO TO QTD-FALHAS.
           MOVE ZERO TO QTD-NAO-EXEC.
           INITIALIZE TAB-PASSAGENS.

           DISPLAY 'DATA DA CADEIA (AAAAMMDD, 0 = HOJE) :'.
           ACCEPT DATA-CADEIA.
           IF DATA-CADEIA = ZERO
               ACCEPT DATA-CADEIA FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'SEMANA DE FIM DE MES (S/N) :'.
           ACCEPT FIM-DE-MES.
           IF FIM-DE-MES = 's'
               MOVE 'S' TO FIM-DE-MES
           END-IF.

           OPEN OUTPUT ARQ-RESUMO.
           IF FS-RES NOT = '00'
               DISPLAY 'ERRO AO ABRIR LOTESEMRES - FS ' FS-RES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-CABECALHO
               PERFORM 2000-CARREGA-PASSAGENS
               PERFORM 3000-ETAPAS
               PERFORM 4000-TOTAIS
               CLOSE ARQ-RESUMO
               MOVE 'LOTESEMRES'   TO REL-TIPO
               MOVE 'LOTE-SEMANAL-RESUMO' TO REL-PROGRAMA
               MOVE ZERO TO REL-RUN
               MOVE ZERO TO REL-ULTIMAS
               MOVE RETURN-CODE TO REL-RC-CHAMADOR
               CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO
           END-IF.

           GOBACK.

       0100-EMITE.
      *    Toda linha sai no arquivo e no console, como no resumo da
      *    cadeia noturna.
           MOVE LINHA-RESUMO TO REG-RESUMO.
           WRITE REG-RESUMO.
           DISPLAY LINHA-RESUMO.

       1000-CABECALHO.
           MOVE SPACES TO LINHA-RESUMO.
           STRING 'RESUMO DA CADEIA SEMANAL DE ARRUMACAO - '
               DATA-CADEIA
               DELIMITED BY SIZE INTO LINHA-RESUMO.
           PERFORM 0100-EMITE.
           MOVE SPACES TO LINHA-RESUMO.
           IF SEMANA-FIM-DE-MES
               MOVE 'SEMANA DE FIM DE MES: ETAPAS MENSAIS PREVISTAS.'
                   TO LINHA-RESUMO
           ELSE
               MOVE 'SEMANA COMUM: ETAPAS MENSAIS FORA DESTA CADEIA.'
                   TO LINHA-RESUMO
           END-IF.
           PERFORM 0100-EMITE.
           MOVE ALL '-' TO LINHA-RESUMO.
           PERFORM 0100-EMITE.
           MOVE SPACES TO LINHA-RESUMO.
           MOVE 'ETAPA'    TO LIN-ETAPA.
           MOVE 'INICIO'   TO LIN-INICIO.
           MOVE 'FIM'      TO LIN-FIM.
           MOVE 'RC'       TO LIN-RC.
           MOVE 'SITUACAO' TO LIN-SITUACAO.
           MOVE 'RESULTADO' TO LIN-SAIDA.
           PERFORM 0100-EMITE.
           MOVE ALL '-' TO LINHA-RESUMO.
           PERFORM 0100-EMITE.

       2000-CARREGA-PASSAGENS.
           OPEN INPUT ARQ-CONTROLE.
           IF FS-CTL = '00'
               PERFORM 2100-LER-CONTROLE
               PERFORM UNTIL CTL-ACABOU
                   IF CTL-DATA = DATA-CADEIA
                           AND CTL-ETAPA NOT = 'PARAMETRO'
                       PERFORM 2200-GUARDA-PASSAGEM
                   END-IF
                   PERFORM 2100-LER-CONTROLE
               END-PERFORM
               CLOSE ARQ-CONTROLE
           END-IF.

       2100-LER-CONTROLE.
           READ ARQ-CONTROLE
               AT END
                   SET CTL-ACABOU TO TRUE
           END-READ.

       2200-GUARDA-PASSAGEM.
           SET IX-ETP TO 1.
           SEARCH ETP-ITEM
               AT END
                   CONTINUE
               WHEN ETP-NOME(IX-ETP) = CTL-ETAPA
                   SET IND-ETAPA TO IX-ETP
                   MOVE 'S'        TO PSG-RODOU(IND-ETAPA)
                   MOVE CTL-INICIO TO PSG-INICIO(IND-ETAPA)
                   MOVE CTL-FIM    TO PSG-FIM(IND-ETAPA)
                   MOVE CTL-RC     TO PSG-RC(IND-ETAPA)
           END-SEARCH.

       3000-ETAPAS.
           PERFORM VARYING IND-ETAPA FROM 1 BY 1 UNTIL IND-ETAPA > 14
               PERFORM 3100-LINHA-ETAPA
           END-PERFORM.

       3100-LINHA-ETAPA.
           MOVE SPACES TO LINHA-RESUMO.
           MOVE ETP-NOME(IND-ETAPA) TO LIN-ETAPA.
           MOVE ETP-SAIDA(IND-ETAPA) TO LIN-SAIDA.
           IF PSG-RODOU(IND-ETAPA) = 'S'
               ADD 1 TO QTD-PREVISTAS
               ADD 1 TO QTD-EXECUTADAS
               MOVE PSG-INICIO(IND-ETAPA) TO LIN-INICIO
               MOVE PSG-FIM(IND-ETAPA)    TO LIN-FIM
               MOVE PSG-RC(IND-ETAPA)     TO LIN-RC
               IF PSG-RC(IND-ETAPA) = ZERO
                   MOVE 'OK' TO SITUACAO-ETAPA
               ELSE
                   IF PSG-RC(IND-ETAPA) = 4
                       MOVE 'AVISO' TO SITUACAO-ETAPA
                       ADD 1 TO QTD-AVISOS
                   ELSE
                       MOVE 'FALHOU' TO SITUACAO-ETAPA
                       ADD 1 TO QTD-FALHAS
                   END-IF
               END-IF
           ELSE
               IF ETP-FIM-MES(IND-ETAPA) = 'S'
                       AND NOT SEMANA-FIM-DE-MES
                   MOVE 'FORA DO MES' TO SITUACAO-ETAPA
               ELSE
                   IF ETP-FIM-MES(IND-ETAPA) = 'T'
                           AND (NOT SEMANA-FIM-DE-MES
                                OR NOT MES-APOS-TRIMESTRE)
                       MOVE 'FORA DO TRIM.' TO SITUACAO-ETAPA
                   ELSE
                       ADD 1 TO QTD-PREVISTAS
                       ADD 1 TO QTD-NAO-EXEC
                       MOVE 'NAO EXECUTADA' TO SITUACAO-ETAPA
                   END-IF
               END-IF
           END-IF.
           MOVE SITUACAO-ETAPA TO LIN-SITUACAO.
           PERFORM 0100-EMITE.

       4000-TOTAIS.
           MOVE ALL '-' TO LINHA-RESUMO.
           PERFORM 0100-EMITE.
           MOVE SPACES TO LINHA-RESUMO.
           STRING 'PREVISTAS ' QTD-PREVISTAS
                  '  EXECUTADAS ' QTD-EXECUTADAS
                  '  AVISOS ' QTD-AVISOS
                  '  FALHAS ' QTD-FALHAS
                  '  NAO EXECUTADAS ' QTD-NAO-EXEC
               DELIMITED BY SIZE INTO LINHA-RESUMO.
           PERFORM 0100-EMITE.
           IF QTD-FALHAS > ZERO OR QTD-NAO-EXEC > ZERO
               MOVE SPACES TO LINHA-RESUMO
               STRING '*** CADEIA SEMANAL INTERROMPIDA - CONFERIR E '
                      'REINICIAR ***'
                   DELIMITED BY SIZE INTO LINHA-RESUMO
               PERFORM 0100-EMITE
               MOVE 4 TO RETURN-CODE
           ELSE
               IF QTD-AVISOS > ZERO
                   MOVE SPACES TO LINHA-RESUMO
                   STRING 'CADEIA SEMANAL COMPLETA, COM AVISOS - '
                          'VER OS RESULTADOS.'
                       DELIMITED BY SIZE INTO LINHA-RESUMO
               ELSE
                   MOVE 'CADEIA SEMANAL COMPLETA SEM AVISOS.'
                       TO LINHA-RESUMO
               END-IF
               PERFORM 0100-EMITE
           END-IF.
