      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Consulta do catalogo de relatorios (RELCAT, gravado
      *            por REGISTRA-RELATORIO): lista os relatorios de um
      *            tipo (ou de todos) num intervalo de datas - data,
      *            hora, tipo, run, operador, linhas, situacao,
      *            programa e arquivo solto - e pagina na tela o
      *            relatorio escolhido, a partir da copia guardada na
      *            biblioteca RELBIB (ou no arquivo morto RELBIBARC,
      *            se a retencao ja o arquivou). Vinte linhas por
      *            pagina; F encerra a paginacao. Ate 200 relatorios
      *            por consulta; o excedente e avisado.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, na opcao 24 do menu de operacoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-CATALOGO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-CATALOGO ASSIGN TO "RELCAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CAT.

                       SELECT ARQ-BIBLIOTECA ASSIGN TO "RELBIB"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-BIB.

                       SELECT ARQ-MORTO ASSIGN TO "RELBIBARC"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ARC.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-CATALOGO
                       LABEL RECORD STANDARD.

                       01 REG-CATALOGO-LINHA PIC X(219).

                   FD ARQ-BIBLIOTECA
                       LABEL RECORD STANDARD.

                       01 REG-BIBLIOTECA-LINHA PIC X(166).

                   FD ARQ-MORTO
                       LABEL RECORD STANDARD.

                       01 REG-MORTO-LINHA  PIC X(166).

               WORKING-STORAGE SECTION.

                   01 FS-CAT           PIC X(02).
                   01 FS-BIB           PIC X(02).
                   01 FS-ARC           PIC X(02).

                   01 ENTRADA-CATALOGO.
                       COPY RELCAT.

                   01 LINHA-BIBLIOTECA.
                       COPY RELBIB.

                   01 CATALOGO-FIM     PIC X(01) VALUE 'N'.
                       88 CATALOGO-ACABOU  VALUE 'S'.
                   01 LINHAS-FIM       PIC X(01) VALUE 'N'.
                       88 LINHAS-ACABARAM  VALUE 'S'.
                   01 FONTE-SW         PIC X(01) VALUE 'B'.
                       88 FONTE-BIBLIOTECA VALUE 'B'.
                       88 FONTE-MORTO      VALUE 'M'.

                   01 SEL-TIPO         PIC X(12) VALUE SPACES.
                   01 SEL-DATA-INI     PIC 9(08) VALUE ZERO.
                   01 SEL-DATA-INI-RED REDEFINES SEL-DATA-INI.
                       05 INI-SECULO   PIC 9(02).
                       05 FILLER       PIC 9(06).
                   01 SEL-DATA-FIM     PIC 9(08) VALUE ZERO.
                   01 SEL-DATA-FIM-RED REDEFINES SEL-DATA-FIM.
                       05 FIM-SECULO   PIC 9(02).
                       05 FILLER       PIC 9(06).

                   01 MAX-ACHADOS      PIC 9(03) VALUE 200.
                   01 QTD-ACHADOS      PIC 9(03) VALUE ZERO.
                   01 QTD-EXCEDENTE    PIC 9(07) VALUE ZERO.
                   01 IND-ACHADO       PIC 9(03) VALUE ZERO.
                   01 TAB-ACHADOS.
                       05 TA-REGISTRO  PIC X(219) OCCURS 200 TIMES.

                   01 NUMERO-ESCOLHIDO PIC 9(03) VALUE ZERO.
                   01 RESPOSTA         PIC X(01) VALUE SPACE.
                   01 LINHAS-POR-PAGINA PIC 9(02) VALUE 20.
                   01 QTD-NA-PAGINA    PIC 9(02) VALUE ZERO.
                   01 QTD-EXIBIDAS     PIC 9(07) VALUE ZERO.
                   01 NUM-PAGINA       PIC 9(04) VALUE ZERO.
                   01 CABECALHO-PAGINA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'TIPO DO RELATORIO (BRANCO = TODOS) :'.
           ACCEPT SEL-TIPO.
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE) :'.
           ACCEPT SEL-DATA-INI.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = HOJE) :'.
           ACCEPT SEL-DATA-FIM.
      *    Data ainda digitada no velho habito 00AAMMDD tem o seculo
      *    corrigido para 20, como nas demais selecoes por data.
           IF INI-SECULO = ZERO AND SEL-DATA-INI NOT = ZERO
               MOVE 20 TO INI-SECULO
           END-IF.
           IF FIM-SECULO = ZERO AND SEL-DATA-FIM NOT = ZERO
               MOVE 20 TO FIM-SECULO
           END-IF.
           IF SEL-DATA-FIM = ZERO
               ACCEPT SEL-DATA-FIM FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT ARQ-CATALOGO.
           IF FS-CAT NOT = '00'
               DISPLAY 'NENHUM RELATORIO CATALOGADO (RELCAT AUSENTE).'
               GOBACK
           END-IF.
           PERFORM 1000-CARREGA.
           CLOSE ARQ-CATALOGO.

           PERFORM 2000-LISTA.
           IF QTD-ACHADOS > ZERO
               PERFORM 3000-ESCOLHE THRU 3000-ESCOLHE-FIM
           END-IF.

           GOBACK.

       1000-CARREGA.
           MOVE ZERO TO QTD-ACHADOS.
           MOVE ZERO TO QTD-EXCEDENTE.
           MOVE 'N'  TO CATALOGO-FIM.
           PERFORM UNTIL CATALOGO-ACABOU
               READ ARQ-CATALOGO INTO ENTRADA-CATALOGO
                   AT END
                       SET CATALOGO-ACABOU TO TRUE
                   NOT AT END
                       PERFORM 1100-CONFERE-ENTRADA
               END-READ
           END-PERFORM.

       1100-CONFERE-ENTRADA.
           IF (SEL-TIPO = SPACES OR RCT-TIPO = SEL-TIPO)
                   AND RCT-DATA NOT < SEL-DATA-INI
                   AND RCT-DATA NOT > SEL-DATA-FIM
               IF QTD-ACHADOS < MAX-ACHADOS
                   ADD 1 TO QTD-ACHADOS
                   MOVE ENTRADA-CATALOGO TO TA-REGISTRO(QTD-ACHADOS)
               ELSE
                   ADD 1 TO QTD-EXCEDENTE
               END-IF
           END-IF.

       2000-LISTA.
           DISPLAY '-----------------------------------------------'
                   '-------------------------'.
           IF SEL-TIPO = SPACES
               DISPLAY 'RELATORIOS CATALOGADOS DE ' SEL-DATA-INI
                       ' A ' SEL-DATA-FIM
           ELSE
               DISPLAY 'RELATORIOS ' SEL-TIPO ' DE ' SEL-DATA-INI
                       ' A ' SEL-DATA-FIM
           END-IF.
           DISPLAY 'NUM DATA     HORA   TIPO         RUN        '
                   'OPERADOR LINHAS  SITUACAO'.
           DISPLAY '    PROGRAMA                       ARQUIVO'.
           DISPLAY '-----------------------------------------------'
                   '-------------------------'.
           PERFORM VARYING IND-ACHADO FROM 1 BY 1
                   UNTIL IND-ACHADO > QTD-ACHADOS
               MOVE TA-REGISTRO(IND-ACHADO) TO ENTRADA-CATALOGO
               DISPLAY IND-ACHADO ' ' RCT-DATA ' ' RCT-HORA ' '
                       RCT-TIPO ' ' RCT-RUN ' ' RCT-OPERADOR ' '
                       RCT-LINHAS ' ' RCT-SITUACAO
               DISPLAY '    ' RCT-PROGRAMA ' ' RCT-ARQUIVO
           END-PERFORM.
           DISPLAY '-----------------------------------------------'
                   '-------------------------'.
           IF QTD-ACHADOS = ZERO
               DISPLAY 'NENHUM RELATORIO NO CATALOGO PARA A SELECAO.'
           ELSE
               DISPLAY 'RELATORIOS LISTADOS: ' QTD-ACHADOS
           END-IF.
           IF QTD-EXCEDENTE > ZERO
               DISPLAY 'MAIS ' QTD-EXCEDENTE ' RELATORIOS NA SELECAO '
                       'NAO LISTADOS: ESTREITE O TIPO OU AS DATAS.'
           END-IF.

       3000-ESCOLHE.
           DISPLAY 'NUMERO DO RELATORIO A EXIBIR (0 = NENHUM) :'.
           MOVE ZERO TO NUMERO-ESCOLHIDO.
           ACCEPT NUMERO-ESCOLHIDO.
           IF NUMERO-ESCOLHIDO = ZERO
               GO TO 3000-ESCOLHE-FIM
           END-IF.
           IF NUMERO-ESCOLHIDO > QTD-ACHADOS
               DISPLAY 'NUMERO FORA DA LISTA: ' NUMERO-ESCOLHIDO
               GO TO 3000-ESCOLHE-FIM
           END-IF.
           MOVE TA-REGISTRO(NUMERO-ESCOLHIDO) TO ENTRADA-CATALOGO.
           PERFORM 4000-EXIBE THRU 4000-EXIBE-FIM.
       3000-ESCOLHE-FIM.
           EXIT.

      *    O relatorio ativo esta na biblioteca; o arquivado, no
      *    arquivo morto da biblioteca. As linhas sao as marcadas com
      *    o RCT-ID da entrada escolhida, na ordem em que foram
      *    copiadas.
       4000-EXIBE.
           MOVE ZERO TO QTD-EXIBIDAS.
           MOVE ZERO TO QTD-NA-PAGINA.
           MOVE ZERO TO NUM-PAGINA.
           MOVE 'N'  TO LINHAS-FIM.
           IF RCT-ARQUIVADO
               SET FONTE-MORTO TO TRUE
               OPEN INPUT ARQ-MORTO
               IF FS-ARC NOT = '00'
                   DISPLAY 'ARQUIVO MORTO RELBIBARC AUSENTE - FS '
                           FS-ARC
                   GO TO 4000-EXIBE-FIM
               END-IF
           ELSE
               SET FONTE-BIBLIOTECA TO TRUE
               OPEN INPUT ARQ-BIBLIOTECA
               IF FS-BIB NOT = '00'
                   DISPLAY 'BIBLIOTECA RELBIB AUSENTE - FS ' FS-BIB
                   GO TO 4000-EXIBE-FIM
               END-IF
           END-IF.

           PERFORM 4100-CABECALHO-PAGINA.
           PERFORM 4200-LER-LINHA.
           PERFORM UNTIL LINHAS-ACABARAM
               IF RBL-ID = RCT-ID
                   IF QTD-NA-PAGINA NOT < LINHAS-POR-PAGINA
                       DISPLAY 'ENTER = PROXIMA PAGINA, F = FIM :'
                       MOVE SPACE TO RESPOSTA
                       ACCEPT RESPOSTA
                       IF RESPOSTA = 'F' OR RESPOSTA = 'f'
                           SET LINHAS-ACABARAM TO TRUE
                       ELSE
                           PERFORM 4100-CABECALHO-PAGINA
                       END-IF
                   END-IF
                   IF NOT LINHAS-ACABARAM
                       DISPLAY RBL-LINHA
                       ADD 1 TO QTD-NA-PAGINA
                       ADD 1 TO QTD-EXIBIDAS
                   END-IF
               END-IF
               IF NOT LINHAS-ACABARAM
                   PERFORM 4200-LER-LINHA
               END-IF
           END-PERFORM.

           IF FONTE-MORTO
               CLOSE ARQ-MORTO
           ELSE
               CLOSE ARQ-BIBLIOTECA
           END-IF.
           IF QTD-EXIBIDAS = ZERO
               DISPLAY 'LINHAS DO RELATORIO NAO ENCONTRADAS.'
           ELSE
               DISPLAY '--- FIM: ' QTD-EXIBIDAS ' DE ' RCT-LINHAS
                       ' LINHAS EXIBIDAS ---'
           END-IF.
       4000-EXIBE-FIM.
           EXIT.

       4100-CABECALHO-PAGINA.
           ADD 1 TO NUM-PAGINA.
           MOVE ZERO TO QTD-NA-PAGINA.
           MOVE SPACES TO CABECALHO-PAGINA.
           STRING '=== ' DELIMITED BY SIZE
                  RCT-TIPO DELIMITED BY SPACE
                  ' DE ' RCT-DATA ' ' RCT-HORA ' (' DELIMITED BY SIZE
                  RCT-PROGRAMA DELIMITED BY SPACE
                  ') - PAGINA ' NUM-PAGINA ' ===' DELIMITED BY SIZE
               INTO CABECALHO-PAGINA.
           DISPLAY CABECALHO-PAGINA.

       4200-LER-LINHA.
           IF FONTE-MORTO
               READ ARQ-MORTO INTO LINHA-BIBLIOTECA
                   AT END
                       SET LINHAS-ACABARAM TO TRUE
               END-READ
           ELSE
               READ ARQ-BIBLIOTECA INTO LINHA-BIBLIOTECA
                   AT END
                       SET LINHAS-ACABARAM TO TRUE
               END-READ
           END-IF.
