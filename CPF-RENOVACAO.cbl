      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Renovacao de alocacoes de CPFs de teste: a area dona
      *            pede mais prazo para as suas alocacoes em ARQALOC -
      *            todas as que vencem ate uma data, ou uma lista
      *            explicita de CPFs (ARQRENOVLST) - e cada uma ganha
      *            novo vencimento (o maior entre hoje e o vencimento
      *            atual, mais o prazo pedido ou, em branco, o prazo
      *            padrao da area). Cada renovacao e acrescentada ao
      *            livro-razao ARQRENCTL (data, area, CPF, vencimento
      *            anterior e novo, numero da renovacao e operador),
      *            no molde do razao de devolucoes ARQDEVCTL.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, junto com o vencimento das alocacoes. So
      *     a area dona renova: CPF de outra area na lista e contado
      *     e deixado como esta; alocacao sem vencimento tambem.
      *   - Registra a trava de uso exclusivo de ARQALOC (TRAVA-ARQ)
      *     antes de abrir o arquivo para atualizacao e a libera no
      *     fim; com o arquivo em uso por outro programa a renovacao
      *     e recusada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-RENOVACAO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-LISTA ASSIGN TO "ARQRENOVLST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-LST.

                       SELECT ARQ-RAZAO-REN ASSIGN TO "ARQRENCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REN.

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

                   FD ARQ-RAZAO-REN
                       LABEL RECORD STANDARD.

                       01 REG-RENOVACAO.
                           05 REN-DATA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REN-AREA         PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REN-CPF          PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REN-EXPIRA-ANT   PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REN-EXPIRA-NOVA  PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REN-QTD-RENOV    PIC 9(03).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REN-OPERADOR     PIC X(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-ALO           PIC X(02).
                   01 FS-LST           PIC X(02).
                   01 FS-REN           PIC X(02).

                   01 MODO-RENOVACAO   PIC 9(01) VALUE 1.
                       88 MODO-POR-VENCIMENTO VALUE 1.
                       88 MODO-POR-LISTA      VALUE 2.

                   01 AREA-RENOVA      PIC X(08).
                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).
                   01 DATA-LIMITE-SEL  PIC 9(08) VALUE ZERO.
                   01 PRAZO-RENOV      PIC 9(04) VALUE ZERO.
                   01 DATA-BASE-REN    PIC 9(08) VALUE ZERO.
                   01 DATA-EXPIRA-NOVA PIC 9(08) VALUE ZERO.

                   01 ALO-FIM          PIC X(01) VALUE 'N'.
                       88 ALO-ACABOU       VALUE 'S'.
                   01 LST-FIM          PIC X(01) VALUE 'N'.
                       88 LISTA-ACABOU     VALUE 'S'.
                   01 ERRO-REN-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-RENOVACAO VALUE 'S'.

                   01 DATA-RENOVACAO   PIC 9(08) VALUE ZERO.
                   01 QTD-EXAMINADOS   PIC 9(09) VALUE ZERO.
                   01 QTD-RENOVADOS    PIC 9(09) VALUE ZERO.
                   01 QTD-SEM-PRAZO    PIC 9(09) VALUE ZERO.
                   01 QTD-OUTRA-AREA   PIC 9(07) VALUE ZERO.
                   01 QTD-NAO-ACHADOS  PIC 9(07) VALUE ZERO.

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE 'ARQALOC'.
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE 'CPF-RENOVACAO'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-SW         PIC X(01) VALUE 'N'.
                       88 ARQUIVO-TRAVADO  VALUE 'S'.

                   COPY OPERADOR.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-RENOVACAO
               IF MODO-POR-LISTA
                   PERFORM 3000-RENOVA-POR-LISTA
               ELSE
                   PERFORM 2000-RENOVA-POR-VARREDURA
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
           MOVE 'RENOVACA' TO ERR-PROGRAMA.
           MOVE 'ARQALOC' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-REN-SW.
           MOVE 'N' TO ALO-FIM.
           MOVE 'N' TO LST-FIM.
           MOVE ZERO TO QTD-EXAMINADOS.
           MOVE ZERO TO QTD-RENOVADOS.
           MOVE ZERO TO QTD-SEM-PRAZO.
           MOVE ZERO TO QTD-OUTRA-AREA.
           MOVE ZERO TO QTD-NAO-ACHADOS.
           ACCEPT DATA-RENOVACAO FROM DATE YYYYMMDD.

           DISPLAY 'AREA DONA DAS ALOCACOES (ATE 8 CARACTERES) :'.
           ACCEPT AREA-RENOVA.
           CALL 'AREA-VALIDA' USING AREA-RENOVA AREA-NOME-CAD AREA-RC.
           IF AREA-RC NOT = 0
               DISPLAY 'RENOVACAO RECUSADA: AREA INVALIDA.'
               MOVE 'S' TO ERRO-REN-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'MODO (1=TODAS QUE VENCEM ATE UMA DATA  '
                   '2=LISTA DE CPFS) :'.
           ACCEPT MODO-RENOVACAO.
           IF MODO-RENOVACAO NOT = 2
               MOVE 1 TO MODO-RENOVACAO
           END-IF.

           IF MODO-POR-VENCIMENTO
               DISPLAY 'VENCENDO ATE (AAAAMMDD, 0 = TODAS) :'
               ACCEPT DATA-LIMITE-SEL
               IF DATA-LIMITE-SEL = ZERO
                   MOVE 99999999 TO DATA-LIMITE-SEL
               END-IF
           END-IF.

      *    O prazo e resolvido uma vez so: o digitado ou, em zero, o
      *    padrao da area devolvido por ALOC-VENCIMENTO.
           DISPLAY 'PRAZO DA RENOVACAO EM DIAS (0 = PRAZO DA AREA) :'.
           ACCEPT PRAZO-RENOV.
           IF NOT ERRO-NA-RENOVACAO
               CALL 'ALOC-VENCIMENTO' USING AREA-RENOVA DATA-RENOVACAO
                                            DATA-EXPIRA-NOVA
                                            PRAZO-RENOV
               IF PRAZO-RENOV = ZERO
                   DISPLAY 'RENOVACAO RECUSADA: AREA SEM PRAZO PADRAO '
                           'E NENHUM PRAZO INFORMADO.'
                   MOVE 'S' TO ERRO-REN-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NA-RENOVACAO
               MOVE 'R' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               IF TRAVA-RC NOT = 0
                   MOVE 'S' TO ERRO-REN-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET ARQUIVO-TRAVADO TO TRUE
               END-IF
           END-IF.

           IF NOT ERRO-NA-RENOVACAO
               OPEN I-O ARQ-ALOCACOES
               IF FS-ALO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQALOC - FS ' FS-ALO
                   MOVE 'S' TO ERRO-REN-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2000-RENOVA-POR-VARREDURA.
      *    Percorre ARQALOC em ordem de chave; cada alocacao da area
      *    com vencimento ate a data pedida e renovada.
           PERFORM 2100-LER-ALOCACAO.
           PERFORM UNTIL ALO-ACABOU OR ERRO-NA-RENOVACAO
               IF ALO-AREA = AREA-RENOVA
                   ADD 1 TO QTD-EXAMINADOS
                   IF ALO-DATA-EXPIRA = ZERO
                       ADD 1 TO QTD-SEM-PRAZO
                   ELSE
                       IF ALO-DATA-EXPIRA NOT GREATER THAN
                          DATA-LIMITE-SEL
                           PERFORM 2200-RENOVA-CORRENTE
                       END-IF
                   END-IF
               END-IF
               PERFORM 2100-LER-ALOCACAO
           END-PERFORM.

       2100-LER-ALOCACAO.
           READ ARQ-ALOCACOES NEXT RECORD
               AT END
                   SET ALO-ACABOU TO TRUE
           END-READ.

       2200-RENOVA-CORRENTE.
      *    O novo prazo conta do vencimento atual quando ele ainda
      *    esta adiante, para renovar cedo nao encurtar a alocacao;
      *    vencida, conta de hoje. O razao sai antes da regravacao,
      *    como na devolucao.
           IF ALO-DATA-EXPIRA > DATA-RENOVACAO
               MOVE ALO-DATA-EXPIRA TO DATA-BASE-REN
           ELSE
               MOVE DATA-RENOVACAO  TO DATA-BASE-REN
           END-IF.
           CALL 'ALOC-VENCIMENTO' USING AREA-RENOVA DATA-BASE-REN
                                        DATA-EXPIRA-NOVA PRAZO-RENOV.
           PERFORM 2300-GRAVA-RAZAO.
           IF NOT ERRO-NA-RENOVACAO
               MOVE DATA-EXPIRA-NOVA TO ALO-DATA-EXPIRA
               IF ALO-QTD-RENOV < 999
                   ADD 1 TO ALO-QTD-RENOV
               END-IF
               REWRITE REG-ALOCACAO
               IF FS-ALO = '00'
                   ADD 1 TO QTD-RENOVADOS
               ELSE
                   DISPLAY 'ERRO AO REGRAVAR ARQALOC - FS ' FS-ALO
                           ' CPF ' ALO-CPF
                   MOVE 'S' TO ERRO-REN-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2300-GRAVA-RAZAO.
           MOVE SPACES           TO REG-RENOVACAO.
           MOVE DATA-RENOVACAO   TO REN-DATA.
           MOVE ALO-AREA         TO REN-AREA.
           MOVE ALO-CPF          TO REN-CPF.
           MOVE ALO-DATA-EXPIRA  TO REN-EXPIRA-ANT.
           MOVE DATA-EXPIRA-NOVA TO REN-EXPIRA-NOVA.
           COMPUTE REN-QTD-RENOV = ALO-QTD-RENOV + 1
               ON SIZE ERROR
                   MOVE 999 TO REN-QTD-RENOV
           END-COMPUTE.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'       TO REN-OPERADOR
           ELSE
               MOVE OPR-SESSAO-CODIGO TO REN-OPERADOR
           END-IF.
           OPEN EXTEND ARQ-RAZAO-REN.
           IF FS-REN NOT = '00'
               OPEN OUTPUT ARQ-RAZAO-REN
           END-IF.
           IF FS-REN NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQRENCTL - FS ' FS-REN
               MOVE 'S' TO ERRO-REN-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE REG-RENOVACAO
               CLOSE ARQ-RAZAO-REN
           END-IF.

       3000-RENOVA-POR-LISTA.
      *    Le a lista ARQRENOVLST (um CPF de 11 digitos por linha) e
      *    renova cada CPF alocado a area; CPF sem alocacao ou de
      *    outra area e apenas contado.
           OPEN INPUT ARQ-LISTA.
           IF FS-LST NOT = '00'
               DISPLAY 'LISTA DE RENOVACAO NAO ENCONTRADA: ARQRENOVLST'
               MOVE 'S' TO ERRO-REN-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3100-LER-LISTA
               PERFORM UNTIL LISTA-ACABOU OR ERRO-NA-RENOVACAO
                   IF LST-CPF IS NUMERIC
                       ADD 1 TO QTD-EXAMINADOS
                       MOVE LST-CPF TO ALO-CPF
                       READ ARQ-ALOCACOES KEY IS ALO-CPF
                           INVALID KEY
                               ADD 1 TO QTD-NAO-ACHADOS
                           NOT INVALID KEY
                               PERFORM 3200-CONFERE-DONO
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

       3200-CONFERE-DONO.
           IF ALO-AREA NOT = AREA-RENOVA
               ADD 1 TO QTD-OUTRA-AREA
           ELSE
               IF ALO-DATA-EXPIRA = ZERO
                   ADD 1 TO QTD-SEM-PRAZO
               ELSE
                   PERFORM 2200-RENOVA-CORRENTE
               END-IF
           END-IF.

       4000-FINALIZAR.
           CLOSE ARQ-ALOCACOES.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'RELATORIO DE RENOVACAO'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'AREA ....................: ' AREA-RENOVA.
           DISPLAY 'PRAZO CONCEDIDO (DIAS) ..: ' PRAZO-RENOV.
           DISPLAY 'ALOCACOES EXAMINADAS ....: ' QTD-EXAMINADOS.
           DISPLAY 'ALOCACOES RENOVADAS .....: ' QTD-RENOVADOS.
           DISPLAY 'SEM VENCIMENTO ..........: ' QTD-SEM-PRAZO.
           IF MODO-POR-LISTA
               DISPLAY 'CPFS DE OUTRA AREA ......: ' QTD-OUTRA-AREA
               DISPLAY 'CPFS SEM ALOCACAO .......: ' QTD-NAO-ACHADOS
           END-IF.

       COPY FS-VERIFICA.
