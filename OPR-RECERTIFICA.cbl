      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Recertificacao de acessos dos operadores, para a
      *            auditoria: o cadastro diz quem pode o que, o jornal
      *            de sessao (MENUJRN) e a trilha do validador dizem o
      *            que cada um de fato usou. Dois modos:
      *              1 - relatorio de recertificacao do trimestre
      *                (AAAAT; zero e o ultimo trimestre fechado) em
      *                RECERTREL: todo operador com nivel, situacao,
      *                bloqueio, data de inclusao (do cadastro ou, no
      *                registro antigo, da primeira INCLUSAO no jornal
      *                OPRJRN), ultimo sign-on, sign-ons, opcoes do menu
      *                despachadas (as negadas nao contam) e validacoes
      *                na trilha (CPFAUDIT e o morto CPFAUDARC) no
      *                trimestre, com as opcoes usadas uma a uma.
      *                Marca o supervisor (nivel 3) que nao usou nenhuma
      *                funcao de supervisor no trimestre e a conta ativa
      *                sem sign-on ha DORMENCIA dias ou mais;
      *              2 - varredura de contas dormentes em OPRDORMREL:
      *                conta ativa sem movimento ha DORMENCIA dias (o
      *                ultimo sign-on, a inclusao ou a ultima
      *                reativacao, credencial ou desbloqueio, o que for
      *                mais recente) recebe o aviso AVISO-DORM no
      *                jornal OPRJRN e no feed de eventos (OPRDORM);
      *                passados AVISO-DORM dias do aviso sem sign-on, e
      *                desativada, com DESATIVACAO no jornal e no feed
      *                (OPRDESAT). Autor RECERTIF nos dois casos.
      *            DORMENCIA e AVISO-DORM sao da politica OPRPOLIT, lida
      *            por OPR-CREDENCIAL; DORMENCIA zero desliga a marca e
      *            a varredura.
      *            RETURN-CODE 4 com marca no relatorio ou conta avisada
      *            ou desativada na varredura; 8 sem OPERADORES, sem
      *            relatorio ou com erro ao regravar o cadastro.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. Funcoes de supervisor sao as opcoes de
      *     nivel 3 do menu (15, 17, 20, 26 e 27).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPR-RECERTIFICA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-OPERADORES ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-OPR.

                       SELECT ARQ-SESSOES ASSIGN TO "MENUJRN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-SES.

                       SELECT ARQ-JORNAL ASSIGN TO "OPRJRN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-JRN.

                       SELECT ARQ-AUDITORIA ASSIGN TO "CPFAUDIT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AUD.

                       SELECT ARQ-AUD-MORTO ASSIGN TO "CPFAUDARC"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AUA.

                       SELECT ARQ-RECERT ASSIGN TO "RECERTREL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

                       SELECT ARQ-DORMENTES ASSIGN TO "OPRDORMREL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-OPERADORES
                       LABEL RECORD STANDARD.

                       01 REG-OPERADOR         PIC X(191).

                   FD ARQ-SESSOES
                       LABEL RECORD STANDARD.

                       01 REG-SESSAO.
                           05 SES-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 SES-HORA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 SES-OPERADOR     PIC X(08).
                           05 FILLER           PIC X(01).
                           05 SES-EVENTO       PIC X(20).

                   FD ARQ-JORNAL
                       LABEL RECORD STANDARD.

                       01 REG-JORNAL-OPR.
                           COPY OPRJRN.

                   FD ARQ-AUDITORIA
                       LABEL RECORD STANDARD.

                       01 REG-AUDITORIA        PIC X(71).

                   FD ARQ-AUD-MORTO
                       LABEL RECORD STANDARD.

                       01 REG-AUD-MORTO        PIC X(71).

                   FD ARQ-RECERT
                       LABEL RECORD STANDARD.

                       01 REG-RECERT           PIC X(132).

                   FD ARQ-DORMENTES
                       LABEL RECORD STANDARD.

                       01 REG-DORMENTE         PIC X(132).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-OPR           PIC X(02).
                   01 FS-SES           PIC X(02).
                   01 FS-JRN           PIC X(02).
                   01 FS-AUD           PIC X(02).
                   01 FS-AUA           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 LEITURA-FIM      PIC X(01) VALUE 'N'.
                       88 LEITURA-ACABOU   VALUE 'S'.
                   01 ERRO-REC-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-RECERT   VALUE 'S'.
                   01 DESATIVOU-SW     PIC X(01) VALUE 'N'.
                       88 HOUVE-DESATIVACAO VALUE 'S'.

                   01 MODO             PIC 9(01) VALUE ZERO.
                       88 MODO-RELATORIO   VALUE 1.
                       88 MODO-VARREDURA   VALUE 2.
                   01 TRIMESTRE        PIC 9(05) VALUE ZERO.
                   01 TRIMESTRE-RED    REDEFINES TRIMESTRE.
                       05 TRI-ANO      PIC 9(04).
                       05 TRI-NUM      PIC 9(01).
                   01 TRI-INI          PIC 9(08) VALUE ZERO.
                   01 TRI-FIM          PIC 9(08) VALUE ZERO.
                   01 TRI-MES          PIC 9(02) VALUE ZERO.

                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 DATA-HOJE-RED    REDEFINES DATA-HOJE.
                       05 HOJE-ANO     PIC 9(04).
                       05 HOJE-MES     PIC 9(02).
                       05 HOJE-DIA     PIC 9(02).
                   01 DIA-HOJE         PIC 9(07) VALUE ZERO.
                   01 DIA-CORRIDO      PIC 9(07) VALUE ZERO.
                   01 DIAS-PARADO      PIC 9(05) VALUE ZERO.
                   01 DATA-CALCULO     PIC 9(08) VALUE ZERO.
                   01 DATA-REFERENCIA  PIC 9(08) VALUE ZERO.
                   01 DATA-LIMITE      PIC 9(08) VALUE ZERO.

                   01 OPERADOR-TRAB.
                       COPY OPRCAD.

      *            Um item por operador: o registro do cadastro, como
      *            lido (regravado so pela varredura), e o que o
      *            jornal de sessao, o jornal de operadores e a
      *            trilha dizem dele. TR-USO e o uso no trimestre por
      *            numero de opcao do menu.
                   01 TAB-RECERT.
                       05 TAB-REC OCCURS 200 TIMES.
                           10 TR-REGISTRO      PIC X(191).
                           10 TR-ULT-SIGNON    PIC 9(08).
                           10 TR-QTD-SIGNON    PIC 9(05).
                           10 TR-QTD-OPCOES    PIC 9(05).
                           10 TR-QTD-SUPERV    PIC 9(05).
                           10 TR-QTD-VALID     PIC 9(07).
                           10 TR-JRN-INCLUSAO  PIC 9(08).
                           10 TR-JRN-REFER     PIC 9(08).
                           10 TR-JRN-AVISO     PIC 9(08).
                           10 TR-USO           PIC 9(04) OCCURS 99.
                   01 QTD-OPERADORES   PIC 9(03) VALUE ZERO.
                   01 IND-OPR          PIC 9(03).
                   01 OPR-ACHADO       PIC 9(03) VALUE ZERO.
                   01 CODIGO-PROCURADO PIC X(08) VALUE SPACES.

      *            Opcoes de nivel 3 do menu (2100-NIVEL-DA-OPCAO).
                   01 OPCOES-SUPERVISOR.
                       05 FILLER       PIC 9(02) VALUE 15.
                       05 FILLER       PIC 9(02) VALUE 17.
                       05 FILLER       PIC 9(02) VALUE 20.
                       05 FILLER       PIC 9(02) VALUE 26.
                       05 FILLER       PIC 9(02) VALUE 27.
                   01 OPCOES-SUPERVISOR-RED
                                       REDEFINES OPCOES-SUPERVISOR.
                       05 OPCAO-SUPERV PIC 9(02) OCCURS 5.
                   01 IND-SUPERV       PIC 9(01).

                   01 EVENTO-LIDO.
                       05 EVL-PREFIXO      PIC X(06).
                       05 EVL-OPCAO        PIC X(02).
                       05 EVL-OPCAO-NUM    REDEFINES EVL-OPCAO
                                           PIC 9(02).
                       05 EVL-RESTO        PIC X(12).
                   01 IND-USO          PIC 9(03).

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

                   01 QTD-ATIVOS       PIC 9(03) VALUE ZERO.
                   01 QTD-SUPERV-OCIOSO PIC 9(03) VALUE ZERO.
                   01 QTD-DORMENTES    PIC 9(03) VALUE ZERO.
                   01 QTD-AVISADOS     PIC 9(03) VALUE ZERO.
                   01 QTD-DESATIVADOS  PIC 9(03) VALUE ZERO.
                   01 QTD-EM-AVISO     PIC 9(03) VALUE ZERO.
                   01 QTD-MARCAS       PIC 9(05) VALUE ZERO.

                   01 LINHA-RELATORIO  PIC X(132).
                   01 PONTEIRO         PIC 9(03).
                   01 USO-EDITADO      PIC 9(04).
                   01 OPCAO-EDITADA    PIC 9(02).

                   01 LINHA-DETALHE.
                       05 LD-CODIGO        PIC X(08).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LD-NOME          PIC X(30).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LD-NIVEL         PIC 9(01).
                       05 FILLER           PIC X(05) VALUE SPACES.
                       05 LD-ATIVO         PIC X(01).
                       05 FILLER           PIC X(04) VALUE SPACES.
                       05 LD-BLOQUEIO      PIC X(01).
                       05 FILLER           PIC X(03) VALUE SPACES.
                       05 LD-INCLUSAO      PIC X(10).
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LD-ULT-SIGNON    PIC X(10).
                       05 FILLER           PIC X(05) VALUE SPACES.
                       05 LD-SIGNONS       PIC ZZZZ9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LD-OPCOES        PIC ZZZZ9.
                       05 FILLER           PIC X(04) VALUE SPACES.
                       05 LD-VALIDACOES    PIC ZZZZZZ9.

                   01 LINHA-DORMENTE.
                       05 LDM-CODIGO       PIC X(08).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LDM-NOME         PIC X(30).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LDM-REFERENCIA   PIC X(10).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LDM-DIAS         PIC ZZZZ9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LDM-SITUACAO     PIC X(60).

                   01 ACAO-JORNAL      PIC X(12).

                   01 EVE-PROGRAMA     PIC X(20)
                                       VALUE 'OPR-RECERTIFICA'.
                   01 EVE-SEVERIDADE   PIC X(08) VALUE 'AVISO'.
                   01 EVE-CODIGO       PIC X(08) VALUE SPACES.
                   01 EVE-OBJETO       PIC X(20) VALUE SPACES.
                   01 EVE-RUN          PIC 9(10) VALUE ZERO.
                   01 EVE-TEXTO        PIC X(72) VALUE SPACES.

                   COPY OPRCRED.
                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-RECERT
               PERFORM 2000-CARREGA-OPERADORES
           END-IF.
           IF NOT ERRO-NA-RECERT
               PERFORM 2100-LE-JORNAL-OPERADORES
               PERFORM 2200-LE-JORNAL-SESSOES
               IF MODO-RELATORIO
                   PERFORM 2300-LE-TRILHA
                   PERFORM 3000-RELATORIO
                       THRU 3000-RELATORIO-EXIT
               ELSE
                   PERFORM 4000-VARREDURA
                       THRU 4000-VARREDURA-EXIT
               END-IF
           END-IF.

           GOBACK.

       0100-EMITE.
           IF MODO-RELATORIO
               MOVE LINHA-RELATORIO TO REG-RECERT
               WRITE REG-RECERT
           ELSE
               MOVE LINHA-RELATORIO TO REG-DORMENTE
               WRITE REG-DORMENTE
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.

       1000-INICIAR.
           MOVE 'RECERTIF' TO ERR-PROGRAMA.
           MOVE 'RECERTREL' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-REC-SW.
           MOVE 'N' TO DESATIVOU-SW.
           MOVE ZERO TO QTD-MARCAS.
           MOVE SPACES TO LINHA-RELATORIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE DIA-HOJE = FUNCTION INTEGER-OF-DATE(DATA-HOJE).

           MOVE 'P' TO CRD-FUNCAO.
           CALL 'OPR-CREDENCIAL' USING CRD-PARAMETRO.

           DISPLAY 'MODO (1 = RECERTIFICACAO DO TRIMESTRE, '
                   '2 = VARREDURA DE CONTAS DORMENTES) :'.
           ACCEPT MODO.
           IF NOT MODO-RELATORIO AND NOT MODO-VARREDURA
               DISPLAY 'MODO INVALIDO: ' MODO
               MOVE 'S' TO ERRO-REC-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF MODO-RELATORIO
               PERFORM 1100-PERIODO-DO-TRIMESTRE
           END-IF.

       1100-PERIODO-DO-TRIMESTRE.
      *    Zero e o trimestre anterior ao da data de hoje - o ultimo
      *    fechado, que e o que a cadeia pede no fim do trimestre.
           DISPLAY 'TRIMESTRE (AAAAT, 0 = ULTIMO FECHADO) :'.
           ACCEPT TRIMESTRE.
           IF TRIMESTRE = ZERO
               COMPUTE TRI-NUM = (HOJE-MES - 1) / 3
               MOVE HOJE-ANO TO TRI-ANO
               IF TRI-NUM = ZERO
                   SUBTRACT 1 FROM TRI-ANO
                   MOVE 4 TO TRI-NUM
               END-IF
           END-IF.
           IF TRI-ANO < 1601 OR TRI-NUM < 1 OR TRI-NUM > 4
               DISPLAY 'TRIMESTRE INVALIDO: ' TRIMESTRE
               MOVE 'S' TO ERRO-REC-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE TRI-MES = (TRI-NUM - 1) * 3 + 1
               COMPUTE TRI-INI = TRI-ANO * 10000 + TRI-MES * 100 + 1
               COMPUTE TRI-FIM = TRI-ANO * 10000
                               + (TRI-MES + 2) * 100 + 31
           END-IF.

       2000-CARREGA-OPERADORES.
           MOVE ZERO TO QTD-OPERADORES.
           OPEN INPUT ARQ-OPERADORES.
           IF FS-OPR NOT = '00'
               MOVE FS-OPR TO FS-ENTRADA
               PERFORM 9999-INTERPRETA-FS
               DISPLAY 'ERRO AO ABRIR OPERADORES - ' FS-MENSAGEM
               MOVE 'S' TO ERRO-REC-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU OR QTD-OPERADORES = 200
                   READ ARQ-OPERADORES
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           ADD 1 TO QTD-OPERADORES
                           INITIALIZE TAB-REC(QTD-OPERADORES)
                           MOVE REG-OPERADOR
                               TO TR-REGISTRO(QTD-OPERADORES)
                   END-READ
               END-PERFORM
               CLOSE ARQ-OPERADORES
           END-IF.

       2100-LE-JORNAL-OPERADORES.
      *    O jornal esta em ordem de gravacao: a primeira INCLUSAO e
      *    a data de inclusao do registro antigo; a ultima acao que
      *    devolve a conta ao uso e o ultimo aviso valem para a
      *    varredura.
           OPEN INPUT ARQ-JORNAL.
           IF FS-JRN = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-JORNAL
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE JOP-ALVO TO CODIGO-PROCURADO
                           PERFORM 5200-PROCURA-CODIGO
                           IF OPR-ACHADO > ZERO
                                   AND JOP-DATA IS NUMERIC
                               PERFORM 2110-GUARDA-ACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-JORNAL
           END-IF.

       2110-GUARDA-ACAO.
           IF JOP-ACAO = 'INCLUSAO'
                   AND TR-JRN-INCLUSAO(OPR-ACHADO) = ZERO
               MOVE JOP-DATA TO TR-JRN-INCLUSAO(OPR-ACHADO)
           END-IF.
           IF JOP-ACAO = 'INCLUSAO' OR JOP-ACAO = 'REATIVACAO'
                   OR JOP-ACAO = 'CREDENCIAL'
                   OR JOP-ACAO = 'DESBLOQUEIO'
               MOVE JOP-DATA TO TR-JRN-REFER(OPR-ACHADO)
           END-IF.
           IF JOP-ACAO = 'AVISO-DORM'
               MOVE JOP-DATA TO TR-JRN-AVISO(OPR-ACHADO)
           END-IF.

       2200-LE-JORNAL-SESSOES.
      *    Ultimo sign-on em todo o jornal; sign-ons e opcoes so no
      *    trimestre. A opcao negada ja foi gravada antes como
      *    despachada (OPCAO nn, depois OPCAO nn NEGADA): a negada
      *    desconta.
           OPEN INPUT ARQ-SESSOES.
           IF FS-SES NOT = '00'
               DISPLAY 'MENUJRN INDISPONIVEL - SEM SIGN-ON CONHECIDO.'
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-SESSOES
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE SES-OPERADOR TO CODIGO-PROCURADO
                           PERFORM 5200-PROCURA-CODIGO
                           IF OPR-ACHADO > ZERO
                                   AND SES-DATA IS NUMERIC
                               PERFORM 2210-GUARDA-SESSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SESSOES
           END-IF.

       2210-GUARDA-SESSAO.
           IF SES-EVENTO = 'SIGN-ON'
               IF SES-DATA > TR-ULT-SIGNON(OPR-ACHADO)
                   MOVE SES-DATA TO TR-ULT-SIGNON(OPR-ACHADO)
               END-IF
               IF MODO-RELATORIO
                       AND SES-DATA NOT < TRI-INI
                       AND SES-DATA NOT > TRI-FIM
                   ADD 1 TO TR-QTD-SIGNON(OPR-ACHADO)
               END-IF
           END-IF.
           MOVE SES-EVENTO TO EVENTO-LIDO.
           IF MODO-RELATORIO
                   AND SES-DATA NOT < TRI-INI
                   AND SES-DATA NOT > TRI-FIM
                   AND EVL-PREFIXO = 'OPCAO '
                   AND EVL-OPCAO IS NUMERIC
                   AND EVL-OPCAO-NUM > ZERO
               MOVE EVL-OPCAO-NUM TO IND-USO
               IF EVL-RESTO = SPACES
                   ADD 1 TO TR-USO(OPR-ACHADO, IND-USO)
                   ADD 1 TO TR-QTD-OPCOES(OPR-ACHADO)
               ELSE
                   IF EVL-RESTO(1:7) = ' NEGADA'
                           AND TR-USO(OPR-ACHADO, IND-USO) > ZERO
                       SUBTRACT 1 FROM TR-USO(OPR-ACHADO, IND-USO)
                       SUBTRACT 1 FROM TR-QTD-OPCOES(OPR-ACHADO)
                   END-IF
               END-IF
           END-IF.

       2300-LE-TRILHA.
      *    Validacoes do trimestre por operador: o morto dos meses ja
      *    fechados e a trilha viva. Sem nenhuma das duas, zero.
           OPEN INPUT ARQ-AUD-MORTO.
           IF FS-AUA = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-AUD-MORTO INTO AUDITORIA-LIDA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           PERFORM 2310-CONTA-VALIDACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUD-MORTO
           END-IF.
           OPEN INPUT ARQ-AUDITORIA.
           IF FS-AUD = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-AUDITORIA INTO AUDITORIA-LIDA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           PERFORM 2310-CONTA-VALIDACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF.

       2310-CONTA-VALIDACAO.
           IF AUD-DATA NOT < TRI-INI AND AUD-DATA NOT > TRI-FIM
                   AND AUD-OPERADOR NOT = SPACES
               MOVE AUD-OPERADOR TO CODIGO-PROCURADO
               PERFORM 5200-PROCURA-CODIGO
               IF OPR-ACHADO > ZERO
                   ADD 1 TO TR-QTD-VALID(OPR-ACHADO)
               END-IF
           END-IF.

       3000-RELATORIO.
           OPEN OUTPUT ARQ-RECERT.
           IF FS-REL NOT = '00'
               MOVE FS-REL TO FS-ENTRADA
               PERFORM 9999-INTERPRETA-FS
               DISPLAY 'ERRO AO ABRIR RECERTREL - ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
               GO TO 3000-RELATORIO-EXIT
           END-IF.
           MOVE ZERO TO QTD-ATIVOS.
           MOVE ZERO TO QTD-SUPERV-OCIOSO.
           MOVE ZERO TO QTD-DORMENTES.
           STRING 'RECERTIFICACAO DE ACESSOS - TRIMESTRE ' TRI-ANO
                  '/' TRI-NUM ' (' TRI-INI ' A ' TRI-FIM
                  ') - EMITIDO EM ' DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM 0100-EMITE.
           STRING 'POLITICA: DORMENCIA ' CRD-DORMENCIA
                  ' DIAS SEM SIGN-ON (ZERO DESLIGA)  -  FUNCOES DE '
                  'SUPERVISOR: OPCOES 15 17 20 26 27'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM 0100-EMITE.
           PERFORM 0100-EMITE.
           STRING 'CODIGO   NOME                          NIVEL'
                  ' ATIVO BLOQ INCLUSAO    ULT.SIGN-ON SIGN-ONS'
                  ' OPCOES VALIDACOES'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM 0100-EMITE.
           PERFORM VARYING IND-OPR FROM 1 BY 1
                   UNTIL IND-OPR > QTD-OPERADORES
               PERFORM 3100-LINHA-OPERADOR
           END-PERFORM.
           PERFORM 0100-EMITE.
           STRING 'OPERADORES: ' QTD-OPERADORES
                  '  ATIVOS: ' QTD-ATIVOS
                  '  SUPERVISORES SEM FUNCAO DE SUPERVISOR: '
                  QTD-SUPERV-OCIOSO
                  '  CONTAS SEM SIGN-ON: ' QTD-DORMENTES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM 0100-EMITE.
           IF QTD-MARCAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-RECERT.
           MOVE 'RECERTREL'       TO REL-TIPO.
           MOVE 'OPR-RECERTIFICA' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'RECERTIFICACAO DE ACESSOS'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'TRIMESTRE ...............: ' TRI-ANO '/' TRI-NUM.
           DISPLAY 'OPERADORES ..............: ' QTD-OPERADORES.
           DISPLAY 'SUPERVISORES SEM USO ....: ' QTD-SUPERV-OCIOSO.
           DISPLAY 'CONTAS SEM SIGN-ON ......: ' QTD-DORMENTES.

       3000-RELATORIO-EXIT.
           EXIT.

       3100-LINHA-OPERADOR.
           MOVE TR-REGISTRO(IND-OPR) TO OPERADOR-TRAB.
           MOVE OPR-CODIGO  TO LD-CODIGO.
           MOVE OPR-NOME    TO LD-NOME.
           MOVE OPR-NIVEL   TO LD-NIVEL.
           MOVE OPR-ATIVO   TO LD-ATIVO.
           MOVE OPR-BLOQUEIO TO LD-BLOQUEIO.
           PERFORM 5100-DATA-INCLUSAO.
           IF DATA-CALCULO = ZERO
               MOVE 'NAO CONSTA' TO LD-INCLUSAO
           ELSE
               MOVE DATA-CALCULO TO LD-INCLUSAO
           END-IF.
           IF TR-ULT-SIGNON(IND-OPR) = ZERO
               MOVE 'NUNCA' TO LD-ULT-SIGNON
           ELSE
               MOVE TR-ULT-SIGNON(IND-OPR) TO LD-ULT-SIGNON
           END-IF.
           MOVE TR-QTD-SIGNON(IND-OPR) TO LD-SIGNONS.
           MOVE TR-QTD-OPCOES(IND-OPR) TO LD-OPCOES.
           MOVE TR-QTD-VALID(IND-OPR)  TO LD-VALIDACOES.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM 0100-EMITE.
           PERFORM 3200-OPCOES-USADAS.

           IF OPR-ATIVO = 'A'
               ADD 1 TO QTD-ATIVOS
               MOVE ZERO TO TR-QTD-SUPERV(IND-OPR)
               PERFORM VARYING IND-SUPERV FROM 1 BY 1
                       UNTIL IND-SUPERV > 5
                   MOVE OPCAO-SUPERV(IND-SUPERV) TO IND-USO
                   ADD TR-USO(IND-OPR, IND-USO)
                       TO TR-QTD-SUPERV(IND-OPR)
               END-PERFORM
               IF OPR-NIVEL = 3 AND TR-QTD-SUPERV(IND-OPR) = ZERO
                   ADD 1 TO QTD-SUPERV-OCIOSO
                   ADD 1 TO QTD-MARCAS
                   STRING '         ** SUPERVISOR SEM USO DE FUNCAO '
                          'DE SUPERVISOR NO TRIMESTRE'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 0100-EMITE
               END-IF
               IF CRD-DORMENCIA > ZERO
                   PERFORM 3300-MARCA-DORMENTE
               END-IF
           END-IF.

       3200-OPCOES-USADAS.
      *    Uma linha de opcoes usadas (nn:quantidade), quebrada quando
      *    passa da largura do relatorio.
           MOVE 1 TO PONTEIRO.
           IF TR-QTD-OPCOES(IND-OPR) = ZERO
               MOVE '         NENHUMA OPCAO DO MENU USADA NO TRIMESTRE.'
                   TO LINHA-RELATORIO
               PERFORM 0100-EMITE
           ELSE
               STRING '         OPCOES USADAS:'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WITH POINTER PONTEIRO
               PERFORM VARYING IND-USO FROM 1 BY 1 UNTIL IND-USO > 99
                   IF TR-USO(IND-OPR, IND-USO) > ZERO
                       IF PONTEIRO > 120
                           PERFORM 0100-EMITE
                           MOVE 24 TO PONTEIRO
                       END-IF
                       MOVE IND-USO TO OPCAO-EDITADA
                       MOVE TR-USO(IND-OPR, IND-USO) TO USO-EDITADO
                       STRING ' ' OPCAO-EDITADA ':' USO-EDITADO
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
                           WITH POINTER PONTEIRO
                   END-IF
               END-PERFORM
               PERFORM 0100-EMITE
           END-IF.

       3300-MARCA-DORMENTE.
           IF TR-ULT-SIGNON(IND-OPR) = ZERO
               ADD 1 TO QTD-DORMENTES
               ADD 1 TO QTD-MARCAS
               MOVE '         ** NUNCA FEZ SIGN-ON' TO LINHA-RELATORIO
               PERFORM 0100-EMITE
           ELSE
               COMPUTE DIAS-PARADO = DIA-HOJE - FUNCTION
                       INTEGER-OF-DATE(TR-ULT-SIGNON(IND-OPR))
               IF DIAS-PARADO NOT < CRD-DORMENCIA
                   ADD 1 TO QTD-DORMENTES
                   ADD 1 TO QTD-MARCAS
                   STRING '         ** SEM SIGN-ON HA ' DIAS-PARADO
                          ' DIAS (DORMENCIA ' CRD-DORMENCIA ')'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 0100-EMITE
               END-IF
           END-IF.

       4000-VARREDURA.
           OPEN OUTPUT ARQ-DORMENTES.
           IF FS-REL NOT = '00'
               MOVE FS-REL TO FS-ENTRADA
               PERFORM 9999-INTERPRETA-FS
               DISPLAY 'ERRO AO ABRIR OPRDORMREL - ' FS-MENSAGEM
               MOVE 8 TO RETURN-CODE
               GO TO 4000-VARREDURA-EXIT
           END-IF.
           MOVE 'OPRDORMREL' TO ERR-ARQUIVO-LOG.
           MOVE ZERO TO QTD-ATIVOS.
           MOVE ZERO TO QTD-DORMENTES.
           MOVE ZERO TO QTD-AVISADOS.
           MOVE ZERO TO QTD-DESATIVADOS.
           MOVE ZERO TO QTD-EM-AVISO.
           STRING 'VARREDURA DE CONTAS DORMENTES - ' DATA-HOJE
                  '  -  DORMENCIA ' CRD-DORMENCIA ' DIAS  AVISO-DORM '
                  CRD-AVISO-DORM ' DIAS'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM 0100-EMITE.
           PERFORM 0100-EMITE.
           IF CRD-DORMENCIA = ZERO
               MOVE 'DORMENCIA ZERO NA POLITICA - VARREDURA DESLIGADA.'
                   TO LINHA-RELATORIO
               PERFORM 0100-EMITE
           ELSE
               STRING 'CODIGO   NOME                           '
                      'REFERENCIA  DIAS  SITUACAO'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 0100-EMITE
               PERFORM VARYING IND-OPR FROM 1 BY 1
                       UNTIL IND-OPR > QTD-OPERADORES
                   MOVE TR-REGISTRO(IND-OPR) TO OPERADOR-TRAB
                   IF OPR-ATIVO = 'A'
                       ADD 1 TO QTD-ATIVOS
                       PERFORM 4100-AVALIA-CONTA
                           THRU 4100-AVALIA-CONTA-EXIT
                   END-IF
               END-PERFORM
               IF HOUVE-DESATIVACAO
                   PERFORM 4300-REGRAVA-OPERADORES
               END-IF
               IF QTD-DORMENTES = ZERO
                   MOVE 'NENHUMA CONTA DORMENTE.' TO LINHA-RELATORIO
                   PERFORM 0100-EMITE
               END-IF
           END-IF.
           PERFORM 0100-EMITE.
           STRING 'CONTAS ATIVAS: ' QTD-ATIVOS
                  '  DORMENTES: ' QTD-DORMENTES
                  '  AVISADAS AGORA: ' QTD-AVISADOS
                  '  EM AVISO: ' QTD-EM-AVISO
                  '  DESATIVADAS: ' QTD-DESATIVADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM 0100-EMITE.
           IF RETURN-CODE < 4
               IF QTD-AVISADOS > ZERO OR QTD-DESATIVADOS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE ARQ-DORMENTES.
           MOVE 'OPRDORMREL'      TO REL-TIPO.
           MOVE 'OPR-RECERTIFICA' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'VARREDURA DE CONTAS DORMENTES'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'CONTAS ATIVAS ...........: ' QTD-ATIVOS.
           DISPLAY 'DORMENTES ...............: ' QTD-DORMENTES.
           DISPLAY 'AVISADAS AGORA ..........: ' QTD-AVISADOS.
           DISPLAY 'DESATIVADAS .............: ' QTD-DESATIVADOS.

       4000-VARREDURA-EXIT.
           EXIT.

       4100-AVALIA-CONTA.
      *    Referencia: o mais recente entre o ultimo sign-on, a
      *    inclusao e a ultima acao do supervisor que devolveu a conta
      *    ao uso. Aviso anterior a referencia nao vale - a conta
      *    voltou a ser usada depois dele.
           PERFORM 5100-DATA-INCLUSAO.
           MOVE DATA-CALCULO TO DATA-REFERENCIA.
           IF TR-ULT-SIGNON(IND-OPR) > DATA-REFERENCIA
               MOVE TR-ULT-SIGNON(IND-OPR) TO DATA-REFERENCIA
           END-IF.
           IF TR-JRN-REFER(IND-OPR) > DATA-REFERENCIA
               MOVE TR-JRN-REFER(IND-OPR) TO DATA-REFERENCIA
           END-IF.
           IF DATA-REFERENCIA = ZERO
               MOVE 99999 TO DIAS-PARADO
               MOVE 'NAO CONSTA' TO LDM-REFERENCIA
           ELSE
               COMPUTE DIAS-PARADO = DIA-HOJE - FUNCTION
                       INTEGER-OF-DATE(DATA-REFERENCIA)
               MOVE DATA-REFERENCIA TO LDM-REFERENCIA
           END-IF.
           IF DIAS-PARADO < CRD-DORMENCIA
               GO TO 4100-AVALIA-CONTA-EXIT
           END-IF.

           ADD 1 TO QTD-DORMENTES.
           MOVE OPR-CODIGO  TO LDM-CODIGO.
           MOVE OPR-NOME    TO LDM-NOME.
           MOVE DIAS-PARADO TO LDM-DIAS.
           MOVE SPACES      TO LDM-SITUACAO.
           IF TR-JRN-AVISO(IND-OPR) NOT > DATA-REFERENCIA
               ADD 1 TO QTD-AVISADOS
               MOVE DATA-HOJE TO TR-JRN-AVISO(IND-OPR)
               PERFORM 4200-DATA-LIMITE
               MOVE 'AVISO-DORM' TO ACAO-JORNAL
               PERFORM 7000-GRAVA-JORNAL
               MOVE 'OPRDORM' TO EVE-CODIGO
               STRING 'CONTA DORMENTE HA ' DIAS-PARADO
                      ' DIAS - DESATIVADA A PARTIR DE ' DATA-LIMITE
                   DELIMITED BY SIZE INTO EVE-TEXTO
               PERFORM 7100-PUBLICA-EVENTO
               STRING 'AVISADA AGORA - DESATIVADA A PARTIR DE '
                      DATA-LIMITE
                   DELIMITED BY SIZE INTO LDM-SITUACAO
           ELSE
               PERFORM 4200-DATA-LIMITE
               IF DATA-HOJE NOT < DATA-LIMITE
                   ADD 1 TO QTD-DESATIVADOS
                   SET HOUVE-DESATIVACAO TO TRUE
                   MOVE 'I' TO OPR-ATIVO
                   MOVE OPERADOR-TRAB TO TR-REGISTRO(IND-OPR)
                   MOVE 'DESATIVACAO' TO ACAO-JORNAL
                   PERFORM 7000-GRAVA-JORNAL
                   MOVE 'OPRDESAT' TO EVE-CODIGO
                   STRING 'CONTA DORMENTE DESATIVADA - AVISO DE '
                          TR-JRN-AVISO(IND-OPR) ' SEM SIGN-ON'
                       DELIMITED BY SIZE INTO EVE-TEXTO
                   PERFORM 7100-PUBLICA-EVENTO
                   STRING 'DESATIVADA (AVISO DE '
                          TR-JRN-AVISO(IND-OPR) ')'
                       DELIMITED BY SIZE INTO LDM-SITUACAO
               ELSE
                   ADD 1 TO QTD-EM-AVISO
                   STRING 'EM AVISO DESDE ' TR-JRN-AVISO(IND-OPR)
                          ' - DESATIVADA A PARTIR DE ' DATA-LIMITE
                       DELIMITED BY SIZE INTO LDM-SITUACAO
               END-IF
           END-IF.
           MOVE LINHA-DORMENTE TO LINHA-RELATORIO.
           PERFORM 0100-EMITE.

       4100-AVALIA-CONTA-EXIT.
           EXIT.

       4200-DATA-LIMITE.
           COMPUTE DIA-CORRIDO = FUNCTION
                   INTEGER-OF-DATE(TR-JRN-AVISO(IND-OPR))
                   + CRD-AVISO-DORM.
           COMPUTE DATA-LIMITE = FUNCTION DATE-OF-INTEGER(DIA-CORRIDO).

       4300-REGRAVA-OPERADORES.
           OPEN OUTPUT ARQ-OPERADORES.
           IF FS-OPR NOT = '00'
               MOVE FS-OPR TO FS-ENTRADA
               PERFORM 9999-INTERPRETA-FS
               DISPLAY 'ERRO AO REGRAVAR OPERADORES - ' FS-MENSAGEM
               STRING 'ERRO AO REGRAVAR OPERADORES - DESATIVACOES '
                      'NAO GRAVADAS NO CADASTRO.'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 0100-EMITE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IND-OPR FROM 1 BY 1
                       UNTIL IND-OPR > QTD-OPERADORES
                   WRITE REG-OPERADOR FROM TR-REGISTRO(IND-OPR)
               END-PERFORM
               CLOSE ARQ-OPERADORES
           END-IF.

       5100-DATA-INCLUSAO.
      *    Data de inclusao do cadastro; no registro anterior a ela, a
      *    primeira INCLUSAO do jornal; sem as duas, zero.
           IF OPR-DATA-INCLUSAO IS NUMERIC
                   AND OPR-DATA-INCLUSAO-NUM > ZERO
               MOVE OPR-DATA-INCLUSAO-NUM TO DATA-CALCULO
           ELSE
               MOVE TR-JRN-INCLUSAO(IND-OPR) TO DATA-CALCULO
           END-IF.

       5200-PROCURA-CODIGO.
           MOVE ZERO TO OPR-ACHADO.
           PERFORM VARYING IND-OPR FROM 1 BY 1
                   UNTIL IND-OPR > QTD-OPERADORES
                      OR OPR-ACHADO > ZERO
               IF TR-REGISTRO(IND-OPR)(1:8) = CODIGO-PROCURADO
                   MOVE IND-OPR TO OPR-ACHADO
               END-IF
           END-PERFORM.

       7000-GRAVA-JORNAL.
           MOVE SPACES       TO REG-JORNAL-OPR.
           ACCEPT JOP-DATA   FROM DATE YYYYMMDD.
           ACCEPT JOP-HORA   FROM TIME.
           MOVE 'RECERTIF'   TO JOP-QUEM.
           MOVE ACAO-JORNAL  TO JOP-ACAO.
           MOVE OPR-CODIGO   TO JOP-ALVO.
           OPEN EXTEND ARQ-JORNAL.
           IF FS-JRN NOT = '00'
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           IF FS-JRN = '00'
               WRITE REG-JORNAL-OPR
               CLOSE ARQ-JORNAL
           END-IF.

       7100-PUBLICA-EVENTO.
           MOVE OPR-CODIGO TO EVE-OBJETO.
           CALL 'GRAVA-EVENTO' USING EVE-PROGRAMA EVE-SEVERIDADE
                                     EVE-CODIGO EVE-OBJETO EVE-RUN
                                     EVE-TEXTO.
           MOVE SPACES TO EVE-TEXTO.

       COPY FS-VERIFICA.
