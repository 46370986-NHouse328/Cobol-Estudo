      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Transferencia de CPFs de teste alocados de uma area
      *            para outra, quando um projeto muda de squad: as
      *            alocacoes da area de origem em ARQALOC passam para
      *            a area de destino - todas, as de uma faixa de data
      *            de alocacao ou uma lista explicita de CPFs
      *            (ARQTRFLST). O registro e regravado no lugar, so
      *            com ALO-AREA trocada: ALO-DATA, ALO-NUM-RUN, o
      *            vencimento e as renovacoes ficam como estavam e o
      *            CPF nunca volta ao estoque livre no meio do caminho
      *            (o caminho antigo, devolucao seguida de nova
      *            alocacao, perdia a data e o run de origem e deixava
      *            uma terceira area pegar o CPF). Cada transferencia
      *            e acrescentada ao livro-razao ARQTRFCTL (data, CPF,
      *            area de origem e de destino, alocacao original, run,
      *            criterio e operador), de onde CPF-DOSSIE monta a
      *            cadeia de donos.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. A area de destino passa pela conferencia
      *     AREA-VALIDA; a de origem nao, para que alocacoes antigas
      *     sob codigo fora do cadastro possam ser trazidas para uma
      *     area cadastrada.
      *   - Registra a trava de uso exclusivo de ARQALOC (TRAVA-ARQ)
      *     antes de abrir o arquivo para atualizacao e a libera no
      *     fim; com o arquivo em uso por outro programa a
      *     transferencia e recusada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-TRANSFERE.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-LISTA ASSIGN TO "ARQTRFLST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-LST.

                       SELECT ARQ-RAZAO-TRF ASSIGN TO "ARQTRFCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-TRF.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-LISTA
                       LABEL RECORD STANDARD.

                       01 REG-LISTA.
                           05 LST-CPF          PIC 9(11).

                   FD ARQ-RAZAO-TRF
                       LABEL RECORD STANDARD.

                       01 REG-TRANSFERENCIA.
                           05 TRF-DATA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 TRF-CPF          PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 TRF-AREA-ORIGEM  PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 TRF-AREA-DESTINO PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 TRF-DATA-ALOC    PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 TRF-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 TRF-CRITERIO     PIC X(30).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 TRF-OPERADOR     PIC X(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-ALO           PIC X(02).
                   01 FS-LST           PIC X(02).
                   01 FS-TRF           PIC X(02).

                   01 MODO-TRANSFERE   PIC 9(01) VALUE 1.
                       88 MODO-POR-AREA    VALUE 1.
                       88 MODO-POR-DATA    VALUE 2.
                       88 MODO-POR-LISTA   VALUE 3.

                   01 AREA-ORIGEM      PIC X(08).
                   01 AREA-DESTINO     PIC X(08).
                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).
                   01 DATA-INI-SEL     PIC 9(08) VALUE ZERO.
                   01 DATA-INI-RED     REDEFINES DATA-INI-SEL.
                       05 INI-SECULO   PIC 9(02).
                       05 FILLER       PIC 9(06).
                   01 DATA-FIM-SEL     PIC 9(08) VALUE ZERO.
                   01 DATA-FIM-RED     REDEFINES DATA-FIM-SEL.
                       05 FIM-SECULO   PIC 9(02).
                       05 FILLER       PIC 9(06).

                   01 ALO-FIM          PIC X(01) VALUE 'N'.
                       88 ALO-ACABOU       VALUE 'S'.
                   01 LST-FIM          PIC X(01) VALUE 'N'.
                       88 LISTA-ACABOU     VALUE 'S'.
                   01 ERRO-TRF-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-TRANSFERENCIA VALUE 'S'.

                   01 DATA-TRANSFERENCIA PIC 9(08) VALUE ZERO.
                   01 CRITERIO-USADO   PIC X(30) VALUE SPACES.
                   01 OPERADOR-USADO   PIC X(08) VALUE SPACES.
                   01 QTD-EXAMINADOS   PIC 9(09) VALUE ZERO.
                   01 QTD-TRANSFERIDOS PIC 9(09) VALUE ZERO.
                   01 QTD-OUTRA-AREA   PIC 9(07) VALUE ZERO.
                   01 QTD-NAO-ACHADOS  PIC 9(07) VALUE ZERO.

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE 'ARQALOC'.
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE 'CPF-TRANSFERE'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-SW         PIC X(01) VALUE 'N'.
                       88 ARQUIVO-TRAVADO  VALUE 'S'.

                   COPY OPERADOR.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-TRANSFERENCIA
               IF MODO-POR-LISTA
                   PERFORM 3000-TRANSFERE-POR-LISTA
               ELSE
                   PERFORM 2000-TRANSFERE-POR-VARREDURA
               END-IF
               PERFORM 4000-FINALIZAR
           END-IF.
           IF ARQUIVO-TRAVADO
               MOVE 'L' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE 'N' TO TRAVA-SW
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'TRANSFER' TO ERR-PROGRAMA.
           MOVE 'ARQALOC' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-TRF-SW.
           MOVE 'N' TO ALO-FIM.
           MOVE 'N' TO LST-FIM.
           MOVE ZERO TO QTD-EXAMINADOS.
           MOVE ZERO TO QTD-TRANSFERIDOS.
           MOVE ZERO TO QTD-OUTRA-AREA.
           MOVE ZERO TO QTD-NAO-ACHADOS.
           ACCEPT DATA-TRANSFERENCIA FROM DATE YYYYMMDD.

           DISPLAY 'AREA DE ORIGEM  (ATE 8 CARACTERES) :'.
           ACCEPT AREA-ORIGEM.
           DISPLAY 'AREA DE DESTINO (ATE 8 CARACTERES) :'.
           ACCEPT AREA-DESTINO.
           CALL 'AREA-VALIDA' USING AREA-DESTINO AREA-NOME-CAD AREA-RC.
           IF AREA-RC NOT = 0
               DISPLAY 'TRANSFERENCIA RECUSADA: AREA DE DESTINO '
                       'INVALIDA.'
               MOVE 'S' TO ERRO-TRF-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF AREA-ORIGEM = SPACES OR AREA-ORIGEM = AREA-DESTINO
               DISPLAY 'TRANSFERENCIA RECUSADA: AREA DE ORIGEM EM '
                       'BRANCO OU IGUAL A DE DESTINO.'
               MOVE 'S' TO ERRO-TRF-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'MODO (1=TODA A AREA  2=POR FAIXA DE DATA  '
                   '3=POR LISTA DE CPFS) :'.
           ACCEPT MODO-TRANSFERE.
           IF MODO-TRANSFERE < 1 OR MODO-TRANSFERE > 3
               MOVE 1 TO MODO-TRANSFERE
           END-IF.

           IF MODO-POR-AREA
               MOVE SPACES TO CRITERIO-USADO
               STRING 'AREA ' AREA-ORIGEM
                   DELIMITED BY SIZE INTO CRITERIO-USADO
           END-IF.

           IF MODO-POR-DATA
               DISPLAY 'DATA INICIAL DA ALOCACAO (AAAAMMDD) :'
               ACCEPT DATA-INI-SEL
               DISPLAY 'DATA FINAL   DA ALOCACAO (AAAAMMDD) :'
               ACCEPT DATA-FIM-SEL
               IF INI-SECULO = ZERO AND DATA-INI-SEL NOT = ZERO
                   MOVE 20 TO INI-SECULO
               END-IF
               IF FIM-SECULO = ZERO AND DATA-FIM-SEL NOT = ZERO
                   MOVE 20 TO FIM-SECULO
               END-IF
               IF DATA-FIM-SEL = ZERO
                   MOVE 99999999 TO DATA-FIM-SEL
               END-IF
               MOVE SPACES TO CRITERIO-USADO
               STRING 'DATA ' DATA-INI-SEL ' A ' DATA-FIM-SEL
                   DELIMITED BY SIZE INTO CRITERIO-USADO
           END-IF.

           IF MODO-POR-LISTA
               MOVE 'LISTA ARQTRFLST' TO CRITERIO-USADO
           END-IF.

      *    Sem sign-on o campo EXTERNAL vem em LOW-VALUES; os dois
      *    casos carimbam LOTE, como na devolucao.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'      TO OPERADOR-USADO
           ELSE
               MOVE OPR-SESSAO-CODIGO TO OPERADOR-USADO
           END-IF.

           IF NOT ERRO-NA-TRANSFERENCIA
               MOVE 'R' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               IF TRAVA-RC NOT = 0
                   MOVE 'S' TO ERRO-TRF-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET ARQUIVO-TRAVADO TO TRUE
               END-IF
           END-IF.

           IF NOT ERRO-NA-TRANSFERENCIA
               OPEN I-O ARQ-ALOCACOES
               IF FS-ALO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQALOC - FS ' FS-ALO
                   MOVE 'S' TO ERRO-TRF-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NA-TRANSFERENCIA
               OPEN EXTEND ARQ-RAZAO-TRF
               IF FS-TRF NOT = '00'
                   OPEN OUTPUT ARQ-RAZAO-TRF
               END-IF
               IF FS-TRF NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQTRFCTL - FS ' FS-TRF
                   CLOSE ARQ-ALOCACOES
                   MOVE 'S' TO ERRO-TRF-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2000-TRANSFERE-POR-VARREDURA.
      *    Percorre ARQALOC em ordem de chave; cada alocacao da area de
      *    origem que casa com o criterio passa para o destino.
           PERFORM 2100-LER-ALOCACAO.
           PERFORM UNTIL ALO-ACABOU OR ERRO-NA-TRANSFERENCIA
               IF ALO-AREA = AREA-ORIGEM
                   ADD 1 TO QTD-EXAMINADOS
                   IF MODO-POR-AREA
                      OR (ALO-DATA NOT LESS THAN DATA-INI-SEL
                          AND ALO-DATA NOT GREATER THAN DATA-FIM-SEL)
                       PERFORM 2200-TRANSFERE-CORRENTE
                   END-IF
               END-IF
               PERFORM 2100-LER-ALOCACAO
           END-PERFORM.

       2100-LER-ALOCACAO.
           READ ARQ-ALOCACOES NEXT RECORD
               AT END
                   SET ALO-ACABOU TO TRUE
           END-READ.

       2200-TRANSFERE-CORRENTE.
      *    O lancamento no livro-razao sai ANTES da regravacao: se o
      *    comprovante falhar, a alocacao fica com o dono antigo. A
      *    troca e uma regravacao do proprio registro, sem exclusao:
      *    nao ha instante em que o CPF fique livre.
           MOVE SPACES             TO REG-TRANSFERENCIA.
           MOVE DATA-TRANSFERENCIA TO TRF-DATA.
           MOVE ALO-CPF            TO TRF-CPF.
           MOVE ALO-AREA           TO TRF-AREA-ORIGEM.
           MOVE AREA-DESTINO       TO TRF-AREA-DESTINO.
           MOVE ALO-DATA           TO TRF-DATA-ALOC.
           MOVE ALO-NUM-RUN        TO TRF-NUM-RUN.
           MOVE CRITERIO-USADO     TO TRF-CRITERIO.
           MOVE OPERADOR-USADO     TO TRF-OPERADOR.
           WRITE REG-TRANSFERENCIA.
           IF FS-TRF NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQTRFCTL - FS ' FS-TRF
                       ' CPF ' ALO-CPF
               MOVE 'S' TO ERRO-TRF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE AREA-DESTINO TO ALO-AREA
               REWRITE REG-ALOCACAO
               IF FS-ALO = '00'
                   ADD 1 TO QTD-TRANSFERIDOS
               ELSE
                   DISPLAY 'ERRO AO REGRAVAR ARQALOC - FS ' FS-ALO
                           ' CPF ' ALO-CPF
                   MOVE 'S' TO ERRO-TRF-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3000-TRANSFERE-POR-LISTA.
      *    Le a lista ARQTRFLST (um CPF de 11 digitos por linha); so o
      *    CPF alocado a area de origem e transferido - sem alocacao ou
      *    de outra area e apenas contado.
           OPEN INPUT ARQ-LISTA.
           IF FS-LST NOT = '00'
               DISPLAY 'LISTA DE TRANSFERENCIA NAO ENCONTRADA: '
                       'ARQTRFLST'
               MOVE 'S' TO ERRO-TRF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3100-LER-LISTA
               PERFORM UNTIL LISTA-ACABOU OR ERRO-NA-TRANSFERENCIA
                   IF LST-CPF IS NUMERIC
                       ADD 1 TO QTD-EXAMINADOS
                       MOVE LST-CPF TO ALO-CPF
                       READ ARQ-ALOCACOES KEY IS ALO-CPF
                           INVALID KEY
                               ADD 1 TO QTD-NAO-ACHADOS
                           NOT INVALID KEY
                               IF ALO-AREA = AREA-ORIGEM
                                   PERFORM 2200-TRANSFERE-CORRENTE
                               ELSE
                                   ADD 1 TO QTD-OUTRA-AREA
                               END-IF
                       END-READ
                   END-IF
                   PERFORM 3100-LER-LISTA
               END-PERFORM
               CLOSE ARQ-LISTA
           END-IF.

       3100-LER-LISTA.
           READ ARQ-LISTA
               AT END
                   SET LISTA-ACABOU TO TRUE
           END-READ.

       4000-FINALIZAR.
           CLOSE ARQ-ALOCACOES.
           CLOSE ARQ-RAZAO-TRF.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'RELATORIO DE TRANSFERENCIA'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DE ......................: ' AREA-ORIGEM.
           DISPLAY 'PARA ....................: ' AREA-DESTINO.
           DISPLAY 'CRITERIO ................: ' CRITERIO-USADO.
           DISPLAY 'REGISTROS EXAMINADOS ....: ' QTD-EXAMINADOS.
           DISPLAY 'ALOCACOES TRANSFERIDAS ..: ' QTD-TRANSFERIDOS.
           IF MODO-POR-LISTA
               DISPLAY 'CPFS DE OUTRA AREA ......: ' QTD-OUTRA-AREA
               DISPLAY 'CPFS SEM ALOCACAO .......: ' QTD-NAO-ACHADOS
           END-IF.

       COPY FS-VERIFICA.
