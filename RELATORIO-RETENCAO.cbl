      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Retencao dos relatorios catalogados: cada tipo de
      *            relatorio tem a sua regra em RELRET (tipo e dias de
      *            guarda por linha; o tipo PADRAO vale para os tipos
      *            sem linha propria; sem regra, ou com zero dias, o
      *            tipo e guardado para sempre). Relatorio mais velho
      *            que a regra, contado da data de referencia lida no
      *            console (zero = hoje), e arquivado: as suas linhas
      *            saem da biblioteca RELBIB para o arquivo morto
      *            RELBIBARC (que o visualizador continua lendo) e a
      *            entrada do catalogo RELCAT e regravada ARQUIVADO -
      *            nunca apagada, o catalogo e a prova de que o
      *            relatorio existiu. O arquivo solto do relatorio e
      *            entao removido: o nome fisico vai para a lista
      *            RELREMOVER, que o job apaga, desde que nenhum
      *            relatorio mais novo e ainda guardado tenha sido
      *            gravado no mesmo arquivo e que o arquivo nao seja
      *            dos que acumulam (certificados). Tudo o que foi
      *            arquivado e removido sai no log RELRETLOG.
      *            As regravacoes passam por RELBIBNOVO e RELCATNOVO,
      *            como no fechamento do ERRLOG. Retorno: 0 ok (com ou
      *            sem relatorio vencido), 4 sem regras ou sem
      *            catalogo, 8 erro de arquivo.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, etapa da cadeia semanal. Ate 50 regras e
      *     500 arquivos soltos a remover por rodada; o arquivo solto
      *     excedente e mantido, com aviso no log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-RETENCAO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-REGRAS ASSIGN TO "RELRET"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RET.

                       SELECT ARQ-CATALOGO ASSIGN TO "RELCAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CAT.

                       SELECT ARQ-CATALOGO-NOVO ASSIGN TO "RELCATNOVO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CATN.

                       SELECT ARQ-BIBLIOTECA ASSIGN TO "RELBIB"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-BIB.

                       SELECT ARQ-BIBLIOTECA-NOVA ASSIGN TO "RELBIBNOVO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-BIBN.

                       SELECT ARQ-MORTO ASSIGN TO "RELBIBARC"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ARC.

                       SELECT ARQ-LOG ASSIGN TO "RELRETLOG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-LOG.

                       SELECT ARQ-REMOVER ASSIGN TO "RELREMOVER"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REM.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-REGRAS
                       LABEL RECORD STANDARD.

                       01 REG-REGRA.
                           05 RET-TIPO         PIC X(12).
                           05 FILLER           PIC X(01).
                           05 RET-DIAS         PIC 9(05).

                   FD ARQ-CATALOGO
                       LABEL RECORD STANDARD.

                       01 REG-CATALOGO-LINHA PIC X(219).

                   FD ARQ-CATALOGO-NOVO
                       LABEL RECORD STANDARD.

                       01 REG-CATALOGO-NOVO PIC X(219).

                   FD ARQ-BIBLIOTECA
                       LABEL RECORD STANDARD.

                       01 REG-BIBLIOTECA-LINHA PIC X(166).

                   FD ARQ-BIBLIOTECA-NOVA
                       LABEL RECORD STANDARD.

                       01 REG-BIBLIOTECA-NOVA PIC X(166).

                   FD ARQ-MORTO
                       LABEL RECORD STANDARD.

                       01 REG-MORTO-LINHA  PIC X(166).

                   FD ARQ-LOG
                       LABEL RECORD STANDARD.

                       01 REG-LOG.
                           05 LOG-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 LOG-HORA         PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 LOG-ACAO         PIC X(09).
                           05 FILLER           PIC X(01).
                           05 LOG-ID           PIC X(20).
                           05 FILLER           PIC X(01).
                           05 LOG-TIPO         PIC X(12).
                           05 FILLER           PIC X(01).
                           05 LOG-DATA-REL     PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 LOG-LINHAS       PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 LOG-ARQUIVO      PIC X(100).

                   FD ARQ-REMOVER
                       LABEL RECORD STANDARD.

                       01 REG-REMOVER      PIC X(100).

               WORKING-STORAGE SECTION.

                   01 FS-RET           PIC X(02).
                   01 FS-CAT           PIC X(02).
                   01 FS-CATN          PIC X(02).
                   01 FS-BIB           PIC X(02).
                   01 FS-BIBN          PIC X(02).
                   01 FS-ARC           PIC X(02).
                   01 FS-LOG           PIC X(02).
                   01 FS-REM           PIC X(02).

                   01 ENTRADA-CATALOGO.
                       COPY RELCAT.

                   01 LINHA-BIBLIOTECA.
                       COPY RELBIB.

                   01 LEITURA-FIM      PIC X(01) VALUE 'N'.
                       88 LEITURA-ACABOU   VALUE 'S'.
                   01 VENCIDO-SW       PIC X(01) VALUE 'N'.
                       88 ESTA-VENCIDO     VALUE 'S'.
                   01 ERRO-SW          PIC X(01) VALUE 'N'.
                       88 HOUVE-ERRO       VALUE 'S'.

                   01 DATA-REFERENCIA  PIC 9(08) VALUE ZERO.
                   01 DATA-REF-RED     REDEFINES DATA-REFERENCIA.
                       05 REF-SECULO   PIC 9(02).
                       05 FILLER       PIC 9(06).
                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 HORA-CRUA        PIC 9(08) VALUE ZERO.
                   01 HORA-AGORA       PIC 9(06) VALUE ZERO.
                   01 DIA-REFERENCIA   PIC 9(07) VALUE ZERO.
                   01 IDADE-DIAS       PIC S9(07) VALUE ZERO.

      *    Regras de guarda; PADRAO, se houver, vale para os tipos sem
      *    regra propria.
                   01 QTD-REGRAS       PIC 9(02) VALUE ZERO.
                   01 IND-REGRA        PIC 9(02) VALUE ZERO.
                   01 IND-REGRA-ACHADA PIC 9(02) VALUE ZERO.
                   01 DIAS-PADRAO      PIC 9(05) VALUE ZERO.
                   01 TEM-PADRAO-SW    PIC X(01) VALUE 'N'.
                       88 TEM-PADRAO       VALUE 'S'.
                   01 TAB-REGRAS.
                       05 TR-REGRA OCCURS 50 TIMES.
                           10 TR-TIPO          PIC X(12).
                           10 TR-DIAS          PIC 9(05).

                   01 ACAO-LOG         PIC X(09) VALUE SPACES.
                   01 VER-TIPO         PIC X(12) VALUE SPACES.
                   01 VER-DATA         PIC 9(08) VALUE ZERO.
                   01 VER-DIAS         PIC 9(05) VALUE ZERO.

      *    Arquivos soltos a remover: o nome fisico e a entrada mais
      *    nova vencida que o gravou.
                   01 MAX-REMOCOES     PIC 9(03) VALUE 500.
                   01 QTD-REMOCOES     PIC 9(03) VALUE ZERO.
                   01 IND-REMOCAO      PIC 9(03) VALUE ZERO.
                   01 IND-ACHADO       PIC 9(03) VALUE ZERO.
                   01 TAB-REMOCOES.
                       05 TRM-ITEM OCCURS 500 TIMES.
                           10 TRM-ARQUIVO      PIC X(100).
                           10 TRM-ID           PIC X(20).
                           10 TRM-TIPO         PIC X(12).
                           10 TRM-DATA         PIC 9(08).

                   01 QTD-LINHAS-ARQ   PIC 9(09) VALUE ZERO.
                   01 QTD-LINHAS-MANT  PIC 9(09) VALUE ZERO.
                   01 QTD-ENTRADAS-ARQ PIC 9(07) VALUE ZERO.
                   01 QTD-SOLTOS-MANT  PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE) :'.
           ACCEPT DATA-REFERENCIA.
           IF REF-SECULO = ZERO AND DATA-REFERENCIA NOT = ZERO
               MOVE 20 TO REF-SECULO
           END-IF.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-CRUA FROM TIME.
           COMPUTE HORA-AGORA = HORA-CRUA / 100.
           IF DATA-REFERENCIA = ZERO
               MOVE DATA-HOJE TO DATA-REFERENCIA
           END-IF.
           COMPUTE DIA-REFERENCIA =
               FUNCTION INTEGER-OF-DATE(DATA-REFERENCIA).

           PERFORM 1000-CARREGA-REGRAS THRU 1000-CARREGA-REGRAS-FIM.
           IF QTD-REGRAS = ZERO AND NOT TEM-PADRAO
               DISPLAY 'SEM REGRAS DE RETENCAO (RELRET) - NADA A '
                       'ARQUIVAR.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARQ-CATALOGO.
           IF FS-CAT NOT = '00'
               DISPLAY 'CATALOGO DE RELATORIOS AUSENTE (RELCAT) - '
                       'NADA A ARQUIVAR.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE ARQ-CATALOGO.

           OPEN EXTEND ARQ-LOG.
           IF FS-LOG NOT = '00'
               OPEN OUTPUT ARQ-LOG
           END-IF.
           IF FS-LOG NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELRETLOG - FS ' FS-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-BIBLIOTECA THRU 2000-BIBLIOTECA-FIM.
           IF NOT HOUVE-ERRO
               PERFORM 3000-CATALOGO THRU 3000-CATALOGO-FIM
           END-IF.
           IF NOT HOUVE-ERRO
               PERFORM 4000-REMOCOES
           END-IF.
           CLOSE ARQ-LOG.

           DISPLAY '-------------------------------------------'.
           DISPLAY 'RETENCAO DE RELATORIOS - REFERENCIA '
                   DATA-REFERENCIA.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'RELATORIOS ARQUIVADOS ...: ' QTD-ENTRADAS-ARQ.
           DISPLAY 'LINHAS PARA RELBIBARC ...: ' QTD-LINHAS-ARQ.
           DISPLAY 'LINHAS MANTIDAS EM RELBIB: ' QTD-LINHAS-MANT.
           DISPLAY 'ARQUIVOS SOLTOS REMOVIDOS: ' QTD-REMOCOES.
           IF QTD-SOLTOS-MANT > ZERO
               DISPLAY 'ARQUIVOS SOLTOS MANTIDOS (LIMITE DA RODADA): '
                       QTD-SOLTOS-MANT
           END-IF.
           IF HOUVE-ERRO
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CARREGA-REGRAS.
           MOVE ZERO TO QTD-REGRAS.
           MOVE 'N'  TO LEITURA-FIM.
           OPEN INPUT ARQ-REGRAS.
           IF FS-RET NOT = '00'
               GO TO 1000-CARREGA-REGRAS-FIM
           END-IF.
           PERFORM UNTIL LEITURA-ACABOU
               READ ARQ-REGRAS
                   AT END
                       SET LEITURA-ACABOU TO TRUE
                   NOT AT END
                       PERFORM 1100-GUARDA-REGRA
               END-READ
           END-PERFORM.
           CLOSE ARQ-REGRAS.
       1000-CARREGA-REGRAS-FIM.
           EXIT.

       1100-GUARDA-REGRA.
           IF RET-TIPO = SPACES OR RET-DIAS IS NOT NUMERIC
               DISPLAY 'REGRA IGNORADA EM RELRET: ' REG-REGRA
           ELSE
               IF RET-TIPO = 'PADRAO'
                   SET TEM-PADRAO TO TRUE
                   MOVE RET-DIAS TO DIAS-PADRAO
               ELSE
                   IF QTD-REGRAS < 50
                       ADD 1 TO QTD-REGRAS
                       MOVE RET-TIPO TO TR-TIPO(QTD-REGRAS)
                       MOVE RET-DIAS TO TR-DIAS(QTD-REGRAS)
                   ELSE
                       DISPLAY 'REGRA ALEM DO LIMITE DE 50 IGNORADA: '
                               RET-TIPO
                   END-IF
               END-IF
           END-IF.

      *    Vencido: mais dias desde VER-DATA do que a regra do tipo
      *    VER-TIPO guarda. Zero dias, ou tipo sem regra e sem PADRAO,
      *    nunca vence.
       1500-VERIFICA-VENCIMENTO.
           MOVE 'N'  TO VENCIDO-SW.
           MOVE ZERO TO VER-DIAS.
           MOVE ZERO TO IND-REGRA-ACHADA.
           PERFORM VARYING IND-REGRA FROM 1 BY 1
                   UNTIL IND-REGRA > QTD-REGRAS
               IF TR-TIPO(IND-REGRA) = VER-TIPO
                   MOVE IND-REGRA TO IND-REGRA-ACHADA
               END-IF
           END-PERFORM.
           IF IND-REGRA-ACHADA > ZERO
               MOVE TR-DIAS(IND-REGRA-ACHADA) TO VER-DIAS
           ELSE
               IF TEM-PADRAO
                   MOVE DIAS-PADRAO TO VER-DIAS
               END-IF
           END-IF.
           IF VER-DIAS > ZERO AND VER-DATA IS NUMERIC
                   AND VER-DATA > ZERO
               COMPUTE IDADE-DIAS = DIA-REFERENCIA
                   - FUNCTION INTEGER-OF-DATE(VER-DATA)
               IF IDADE-DIAS > VER-DIAS
                   SET ESTA-VENCIDO TO TRUE
               END-IF
           END-IF.

      *    Biblioteca: as linhas vencidas vao para o arquivo morto; as
      *    demais sao regravadas em RELBIB, via RELBIBNOVO.
       2000-BIBLIOTECA.
           MOVE ZERO TO QTD-LINHAS-ARQ.
           MOVE ZERO TO QTD-LINHAS-MANT.
           MOVE 'N'  TO LEITURA-FIM.
           OPEN INPUT ARQ-BIBLIOTECA.
           IF FS-BIB = '35'
               DISPLAY 'BIBLIOTECA RELBIB AUSENTE - SO O CATALOGO.'
               GO TO 2000-BIBLIOTECA-FIM
           END-IF.
           IF FS-BIB NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELBIB - FS ' FS-BIB
               SET HOUVE-ERRO TO TRUE
               GO TO 2000-BIBLIOTECA-FIM
           END-IF.
           OPEN OUTPUT ARQ-BIBLIOTECA-NOVA.
           OPEN EXTEND ARQ-MORTO.
           IF FS-ARC NOT = '00'
               OPEN OUTPUT ARQ-MORTO
           END-IF.
           IF FS-BIBN NOT = '00' OR FS-ARC NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELBIBNOVO/RELBIBARC - FS '
                       FS-BIBN '/' FS-ARC
               CLOSE ARQ-BIBLIOTECA
               SET HOUVE-ERRO TO TRUE
               GO TO 2000-BIBLIOTECA-FIM
           END-IF.
           PERFORM UNTIL LEITURA-ACABOU
               READ ARQ-BIBLIOTECA INTO LINHA-BIBLIOTECA
                   AT END
                       SET LEITURA-ACABOU TO TRUE
                   NOT AT END
                       MOVE RBL-TIPO    TO VER-TIPO
                       MOVE RBL-ID-DATA TO VER-DATA
                       PERFORM 1500-VERIFICA-VENCIMENTO
                       IF ESTA-VENCIDO
                           WRITE REG-MORTO-LINHA
                               FROM LINHA-BIBLIOTECA
                           ADD 1 TO QTD-LINHAS-ARQ
                       ELSE
                           WRITE REG-BIBLIOTECA-NOVA
                               FROM LINHA-BIBLIOTECA
                           ADD 1 TO QTD-LINHAS-MANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-BIBLIOTECA.
           CLOSE ARQ-BIBLIOTECA-NOVA.
           CLOSE ARQ-MORTO.

           IF QTD-LINHAS-ARQ > ZERO
               PERFORM 2100-DEVOLVE-BIBLIOTECA
           END-IF.
       2000-BIBLIOTECA-FIM.
           EXIT.

       2100-DEVOLVE-BIBLIOTECA.
           MOVE 'N' TO LEITURA-FIM.
           OPEN INPUT ARQ-BIBLIOTECA-NOVA.
           OPEN OUTPUT ARQ-BIBLIOTECA.
           IF FS-BIBN NOT = '00' OR FS-BIB NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR RELBIB A PARTIR DE RELBIBNOVO'
                       ' - FS ' FS-BIBN '/' FS-BIB
               SET HOUVE-ERRO TO TRUE
           ELSE
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-BIBLIOTECA-NOVA INTO LINHA-BIBLIOTECA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           WRITE REG-BIBLIOTECA-LINHA
                               FROM LINHA-BIBLIOTECA
                   END-READ
               END-PERFORM
               CLOSE ARQ-BIBLIOTECA-NOVA
               CLOSE ARQ-BIBLIOTECA
           END-IF.

      *    Catalogo: a entrada ATIVO vencida passa a ARQUIVADO; a sua
      *    remocao do arquivo solto e desfeita se um relatorio mais
      *    novo, ainda guardado, foi gravado no mesmo arquivo.
       3000-CATALOGO.
           MOVE ZERO TO QTD-ENTRADAS-ARQ.
           MOVE ZERO TO QTD-REMOCOES.
           MOVE ZERO TO QTD-SOLTOS-MANT.
           MOVE 'N'  TO LEITURA-FIM.
           OPEN INPUT ARQ-CATALOGO.
           OPEN OUTPUT ARQ-CATALOGO-NOVO.
           IF FS-CAT NOT = '00' OR FS-CATN NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELCAT/RELCATNOVO - FS '
                       FS-CAT '/' FS-CATN
               SET HOUVE-ERRO TO TRUE
               GO TO 3000-CATALOGO-FIM
           END-IF.
           PERFORM UNTIL LEITURA-ACABOU
               READ ARQ-CATALOGO INTO ENTRADA-CATALOGO
                   AT END
                       SET LEITURA-ACABOU TO TRUE
                   NOT AT END
                       PERFORM 3100-TRATA-ENTRADA
                       WRITE REG-CATALOGO-NOVO FROM ENTRADA-CATALOGO
               END-READ
           END-PERFORM.
           CLOSE ARQ-CATALOGO.
           CLOSE ARQ-CATALOGO-NOVO.

           IF QTD-ENTRADAS-ARQ > ZERO
               PERFORM 3400-DEVOLVE-CATALOGO
           END-IF.
       3000-CATALOGO-FIM.
           EXIT.

       3100-TRATA-ENTRADA.
           MOVE RCT-TIPO TO VER-TIPO.
           MOVE RCT-DATA TO VER-DATA.
           PERFORM 1500-VERIFICA-VENCIMENTO.
           PERFORM 3200-PROCURA-REMOCAO.
           IF RCT-ATIVO AND ESTA-VENCIDO
               SET RCT-ARQUIVADO TO TRUE
               ADD 1 TO QTD-ENTRADAS-ARQ
               MOVE 'ARQUIVADO' TO ACAO-LOG
               PERFORM 5000-GRAVA-LOG
               IF RCT-ARQUIVO-INTEIRO AND RCT-ARQUIVO NOT = SPACES
                   PERFORM 3300-GUARDA-REMOCAO
               END-IF
           ELSE
               IF NOT ESTA-VENCIDO AND IND-ACHADO > ZERO
                   PERFORM 3250-DESISTE-REMOCAO
               END-IF
           END-IF.

       3200-PROCURA-REMOCAO.
           MOVE ZERO TO IND-ACHADO.
           PERFORM VARYING IND-REMOCAO FROM 1 BY 1
                   UNTIL IND-REMOCAO > QTD-REMOCOES
               IF TRM-ARQUIVO(IND-REMOCAO) = RCT-ARQUIVO
                   MOVE IND-REMOCAO TO IND-ACHADO
               END-IF
           END-PERFORM.

       3250-DESISTE-REMOCAO.
           PERFORM VARYING IND-REMOCAO FROM IND-ACHADO BY 1
                   UNTIL IND-REMOCAO NOT < QTD-REMOCOES
               MOVE TRM-ITEM(IND-REMOCAO + 1) TO TRM-ITEM(IND-REMOCAO)
           END-PERFORM.
           SUBTRACT 1 FROM QTD-REMOCOES.

       3300-GUARDA-REMOCAO.
           IF IND-ACHADO = ZERO
               IF QTD-REMOCOES < MAX-REMOCOES
                   ADD 1 TO QTD-REMOCOES
                   MOVE QTD-REMOCOES TO IND-ACHADO
               ELSE
                   ADD 1 TO QTD-SOLTOS-MANT
                   MOVE 'MANTIDO' TO ACAO-LOG
                   PERFORM 5000-GRAVA-LOG
               END-IF
           END-IF.
           IF IND-ACHADO > ZERO
               MOVE RCT-ARQUIVO TO TRM-ARQUIVO(IND-ACHADO)
               MOVE RCT-ID      TO TRM-ID(IND-ACHADO)
               MOVE RCT-TIPO    TO TRM-TIPO(IND-ACHADO)
               MOVE RCT-DATA    TO TRM-DATA(IND-ACHADO)
           END-IF.

       3400-DEVOLVE-CATALOGO.
           MOVE 'N' TO LEITURA-FIM.
           OPEN INPUT ARQ-CATALOGO-NOVO.
           OPEN OUTPUT ARQ-CATALOGO.
           IF FS-CATN NOT = '00' OR FS-CAT NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR RELCAT A PARTIR DE RELCATNOVO'
                       ' - FS ' FS-CATN '/' FS-CAT
               SET HOUVE-ERRO TO TRUE
           ELSE
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-CATALOGO-NOVO INTO ENTRADA-CATALOGO
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           WRITE REG-CATALOGO-LINHA
                               FROM ENTRADA-CATALOGO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CATALOGO-NOVO
               CLOSE ARQ-CATALOGO
           END-IF.

      *    A lista e sempre regravada, mesmo vazia: o job nunca apaga
      *    a partir da lista de uma rodada anterior.
       4000-REMOCOES.
           OPEN OUTPUT ARQ-REMOVER.
           IF FS-REM NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELREMOVER - FS ' FS-REM
               SET HOUVE-ERRO TO TRUE
           ELSE
               PERFORM VARYING IND-REMOCAO FROM 1 BY 1
                       UNTIL IND-REMOCAO > QTD-REMOCOES
                   MOVE TRM-ARQUIVO(IND-REMOCAO) TO REG-REMOVER
                   WRITE REG-REMOVER
                   MOVE SPACES TO ENTRADA-CATALOGO
                   MOVE TRM-ID(IND-REMOCAO)      TO RCT-ID
                   MOVE TRM-TIPO(IND-REMOCAO)    TO RCT-TIPO
                   MOVE TRM-DATA(IND-REMOCAO)    TO RCT-DATA
                   MOVE ZERO                     TO RCT-LINHAS
                   MOVE TRM-ARQUIVO(IND-REMOCAO) TO RCT-ARQUIVO
                   MOVE 'REMOVIDO' TO ACAO-LOG
                   PERFORM 5000-GRAVA-LOG
               END-PERFORM
               CLOSE ARQ-REMOVER
           END-IF.

       5000-GRAVA-LOG.
           MOVE SPACES      TO REG-LOG.
           MOVE DATA-HOJE   TO LOG-DATA.
           MOVE HORA-AGORA  TO LOG-HORA.
           MOVE ACAO-LOG    TO LOG-ACAO.
           MOVE RCT-ID      TO LOG-ID.
           MOVE RCT-TIPO    TO LOG-TIPO.
           MOVE RCT-DATA    TO LOG-DATA-REL.
           MOVE RCT-LINHAS  TO LOG-LINHAS.
           MOVE RCT-ARQUIVO TO LOG-ARQUIVO.
           WRITE REG-LOG.
