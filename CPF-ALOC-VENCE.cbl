      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Varredura noturna do vencimento das alocacoes de
      *            CPFs de teste: percorre ARQALOC e (1) libera cada
      *            alocacao vencida (ALO-DATA-EXPIRA anterior a hoje)
      *            pelo mesmo caminho da devolucao - lancamento no
      *            livro-razao ARQDEVCTL com criterio 'EXPIRADO' e so
      *            depois a exclusao de ALO-CPF; (2) avisa a area dona
      *            de cada alocacao que vence nos proximos N dias,
      *            gravando o aviso em ARQALOCAVS para ela renovar
      *            (CPF-RENOVACAO) a tempo. O comprovante ARQVENCREL
      *            lista o que foi liberado e avisado, e por que, com
      *            totais por area. Alocacao sem vencimento (zero) nao
      *            e tocada.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, junto com o vencimento das alocacoes.
      *   - O relatorio ARQVENCREL e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-ALOC-VENCE.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-RAZAO-DEV ASSIGN TO "ARQDEVCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DEV.

                       SELECT ARQ-AVISOS ASSIGN TO "ARQALOCAVS"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AVS.

                       SELECT ARQ-RELATORIO ASSIGN TO "ARQVENCREL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

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

                   FD ARQ-RAZAO-DEV
                       LABEL RECORD STANDARD.

                       01 REG-DEVOLUCAO.
                           05 DEV-DATA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-AREA         PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-CPF          PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-DATA-ALOC    PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-CRITERIO     PIC X(30).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-OPERADOR     PIC X(08).

                   FD ARQ-AVISOS
                       LABEL RECORD STANDARD.

                       01 REG-AVISO.
                           05 AVS-DATA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 AVS-AREA         PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 AVS-CPF          PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 AVS-DATA-EXPIRA  PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 AVS-DIAS-RESTAM  PIC 9(04).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 AVS-QTD-RENOV    PIC 9(03).

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO        PIC X(80).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-ALO           PIC X(02).
                   01 FS-DEV           PIC X(02).
                   01 FS-AVS           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 DIAS-AVISO       PIC 9(03) VALUE ZERO.
                   01 DATA-VARREDURA   PIC 9(08) VALUE ZERO.
                   01 DIA-HOJE         PIC 9(07) VALUE ZERO.
                   01 DIA-EXPIRA       PIC 9(07) VALUE ZERO.
                   01 DIAS-RESTAM      PIC S9(07) VALUE ZERO.
                   01 OPERADOR-USADO   PIC X(08) VALUE SPACES.

                   01 ALO-FIM          PIC X(01) VALUE 'N'.
                       88 ALO-ACABOU       VALUE 'S'.
                   01 ERRO-VEN-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-VARREDURA VALUE 'S'.
                   01 AREA-ACHADA-SW   PIC X(01) VALUE 'N'.
                       88 AREA-ACHADA      VALUE 'S'.

                   01 QTD-EXAMINADOS   PIC 9(09) VALUE ZERO.
                   01 QTD-SEM-PRAZO    PIC 9(09) VALUE ZERO.
                   01 QTD-LIBERADOS    PIC 9(09) VALUE ZERO.
                   01 QTD-AVISADOS     PIC 9(09) VALUE ZERO.

                   01 TAB-AREAS.
                       05 QTD-AREAS        PIC 9(04) VALUE ZERO.
                       05 TVE-ITEM OCCURS 500 TIMES
                                   INDEXED BY IX-ARE.
                           10 TVE-AREA         PIC X(08).
                           10 TVE-LIBERADOS    PIC 9(07).
                           10 TVE-AVISADOS     PIC 9(07).
                   01 IX-ACHADO        PIC 9(04) VALUE ZERO.

                   01 LINHA-DETALHE.
                       05 LD-SITUACAO      PIC X(09).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LD-AREA          PIC X(08).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LD-CPF           PIC 9(11).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LD-DATA-ALOC     PIC 9(08).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LD-DATA-EXPIRA   PIC 9(08).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LD-QTD-RENOV     PIC ZZ9.
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LD-MOTIVO        PIC X(27).

                   01 LINHA-TOTAL.
                       05 FILLER           PIC X(10) VALUE 'TOTAL AREA'.
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LT-AREA          PIC X(08).
                       05 FILLER           PIC X(13)
                                           VALUE '  LIBERADOS: '.
                       05 LT-LIBERADOS     PIC ZZZZZZ9.
                       05 FILLER           PIC X(12)
                                           VALUE '  AVISADOS: '.
                       05 LT-AVISADOS      PIC ZZZZZZ9.
                       05 FILLER           PIC X(22) VALUE SPACES.

                   01 MOTIVO-AVISO.
                       05 FILLER           PIC X(11)
                                           VALUE 'VENCE EM   '.
                       05 MA-DIAS          PIC ZZZ9.
                       05 FILLER           PIC X(12)
                                           VALUE ' DIA(S)     '.

                   COPY OPERADOR.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-VARREDURA
               PERFORM 2000-VARRE-ALOCACOES
               PERFORM 4000-FINALIZAR
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'ALOCVENC' TO ERR-PROGRAMA.
           MOVE 'ARQALOC' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-VEN-SW.
           MOVE 'N' TO ALO-FIM.
           MOVE ZERO TO QTD-EXAMINADOS.
           MOVE ZERO TO QTD-SEM-PRAZO.
           MOVE ZERO TO QTD-LIBERADOS.
           MOVE ZERO TO QTD-AVISADOS.
           MOVE ZERO TO QTD-AREAS.
           ACCEPT DATA-VARREDURA FROM DATE YYYYMMDD.
           COMPUTE DIA-HOJE = FUNCTION INTEGER-OF-DATE(DATA-VARREDURA).

           DISPLAY 'DIAS DE ANTECEDENCIA DO AVISO (0 = 7) :'.
           ACCEPT DIAS-AVISO.
           IF DIAS-AVISO = ZERO
               MOVE 7 TO DIAS-AVISO
           END-IF.

      *    Sem sign-on o campo EXTERNAL vem em LOW-VALUES; a varredura
      *    roda na cadeia noturna e carimba LOTE.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'      TO OPERADOR-USADO
           ELSE
               MOVE OPR-SESSAO-CODIGO TO OPERADOR-USADO
           END-IF.

           OPEN I-O ARQ-ALOCACOES.
           IF FS-ALO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQALOC - FS ' FS-ALO
               MOVE 'S' TO ERRO-VEN-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT ERRO-NA-VARREDURA
               OPEN EXTEND ARQ-RAZAO-DEV
               IF FS-DEV NOT = '00'
                   OPEN OUTPUT ARQ-RAZAO-DEV
               END-IF
               IF FS-DEV NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQDEVCTL - FS ' FS-DEV
                   CLOSE ARQ-ALOCACOES
                   MOVE 'S' TO ERRO-VEN-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NA-VARREDURA
               OPEN OUTPUT ARQ-AVISOS
               OPEN OUTPUT ARQ-RELATORIO
               IF FS-AVS NOT = '00' OR FS-REL NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQALOCAVS/ARQVENCREL - FS '
                           FS-AVS ' ' FS-REL
                   CLOSE ARQ-ALOCACOES
                   CLOSE ARQ-RAZAO-DEV
                   MOVE 'S' TO ERRO-VEN-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NA-VARREDURA
               MOVE SPACES TO REG-RELATORIO
               STRING 'VENCIMENTO DAS ALOCACOES EM ' DATA-VARREDURA
                      ' - AVISO COM ' DIAS-AVISO ' DIA(S)'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               STRING 'SITUACAO  AREA     CPF         ALOCADA  '
                      'VENCE     REN MOTIVO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       2000-VARRE-ALOCACOES.
      *    Percorre ARQALOC em ordem de chave. Vencida = vencimento
      *    anterior a hoje (no proprio dia do vencimento a alocacao
      *    ainda vale e recebe o aviso de zero dia).
           PERFORM 2100-LER-ALOCACAO.
           PERFORM UNTIL ALO-ACABOU OR ERRO-NA-VARREDURA
               ADD 1 TO QTD-EXAMINADOS
               IF ALO-DATA-EXPIRA = ZERO
                   ADD 1 TO QTD-SEM-PRAZO
               ELSE
                   COMPUTE DIA-EXPIRA =
                           FUNCTION INTEGER-OF-DATE(ALO-DATA-EXPIRA)
                   COMPUTE DIAS-RESTAM = DIA-EXPIRA - DIA-HOJE
                   IF DIAS-RESTAM < ZERO
                       PERFORM 2200-LIBERA-VENCIDA
                   ELSE
                       IF DIAS-RESTAM NOT > DIAS-AVISO
                           PERFORM 2400-AVISA-AREA
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

       2200-LIBERA-VENCIDA.
      *    Como na devolucao, o lancamento no livro-razao sai ANTES da
      *    exclusao: sem comprovante, a alocacao fica como esta.
           MOVE SPACES          TO REG-DEVOLUCAO.
           MOVE DATA-VARREDURA  TO DEV-DATA.
           MOVE ALO-AREA        TO DEV-AREA.
           MOVE ALO-CPF         TO DEV-CPF.
           MOVE ALO-DATA        TO DEV-DATA-ALOC.
           MOVE ALO-NUM-RUN     TO DEV-NUM-RUN.
           MOVE 'EXPIRADO'      TO DEV-CRITERIO.
           MOVE OPERADOR-USADO  TO DEV-OPERADOR.
           WRITE REG-DEVOLUCAO.
           IF FS-DEV NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQDEVCTL - FS ' FS-DEV
                       ' CPF ' ALO-CPF
               MOVE 'S' TO ERRO-VEN-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               DELETE ARQ-ALOCACOES RECORD
               IF FS-ALO = '00'
                   ADD 1 TO QTD-LIBERADOS
                   PERFORM 3000-LOCALIZA-AREA
                   ADD 1 TO TVE-LIBERADOS(IX-ACHADO)
                   MOVE 'LIBERADO' TO LD-SITUACAO
                   MOVE 'EXPIRADO - DEVOLVIDO'
                                    TO LD-MOTIVO
                   PERFORM 2500-GRAVA-DETALHE
               ELSE
                   DISPLAY 'ERRO AO APAGAR DE ARQALOC - FS ' FS-ALO
                           ' CPF ' ALO-CPF
                   MOVE 'S' TO ERRO-VEN-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2400-AVISA-AREA.
           MOVE SPACES          TO REG-AVISO.
           MOVE DATA-VARREDURA  TO AVS-DATA.
           MOVE ALO-AREA        TO AVS-AREA.
           MOVE ALO-CPF         TO AVS-CPF.
           MOVE ALO-DATA-EXPIRA TO AVS-DATA-EXPIRA.
           MOVE DIAS-RESTAM     TO AVS-DIAS-RESTAM.
           MOVE ALO-QTD-RENOV   TO AVS-QTD-RENOV.
           WRITE REG-AVISO.
           ADD 1 TO QTD-AVISADOS.
           PERFORM 3000-LOCALIZA-AREA.
           ADD 1 TO TVE-AVISADOS(IX-ACHADO).
           MOVE 'AVISADO'       TO LD-SITUACAO.
           MOVE DIAS-RESTAM     TO MA-DIAS.
           MOVE MOTIVO-AVISO    TO LD-MOTIVO.
           PERFORM 2500-GRAVA-DETALHE.

       2500-GRAVA-DETALHE.
           MOVE ALO-AREA        TO LD-AREA.
           MOVE ALO-CPF         TO LD-CPF.
           MOVE ALO-DATA        TO LD-DATA-ALOC.
           MOVE ALO-DATA-EXPIRA TO LD-DATA-EXPIRA.
           MOVE ALO-QTD-RENOV   TO LD-QTD-RENOV.
           MOVE LINHA-DETALHE   TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       3000-LOCALIZA-AREA.
      *    Acha (ou abre) a linha da area na tabela de totais; acima
      *    de 500 areas as excedentes somam na ultima linha.
           MOVE 'N' TO AREA-ACHADA-SW.
           MOVE ZERO TO IX-ACHADO.
           PERFORM VARYING IX-ARE FROM 1 BY 1
                   UNTIL IX-ARE > QTD-AREAS OR AREA-ACHADA
               IF TVE-AREA(IX-ARE) = ALO-AREA
                   SET IX-ACHADO TO IX-ARE
                   MOVE 'S' TO AREA-ACHADA-SW
               END-IF
           END-PERFORM.
           IF NOT AREA-ACHADA
               IF QTD-AREAS < 500
                   ADD 1 TO QTD-AREAS
                   MOVE QTD-AREAS TO IX-ACHADO
                   MOVE ALO-AREA  TO TVE-AREA(IX-ACHADO)
                   MOVE ZERO      TO TVE-LIBERADOS(IX-ACHADO)
                   MOVE ZERO      TO TVE-AVISADOS(IX-ACHADO)
               ELSE
                   MOVE 500       TO IX-ACHADO
               END-IF
           END-IF.

       4000-FINALIZAR.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING IX-ARE FROM 1 BY 1 UNTIL IX-ARE > QTD-AREAS
               MOVE TVE-AREA(IX-ARE)      TO LT-AREA
               MOVE TVE-LIBERADOS(IX-ARE) TO LT-LIBERADOS
               MOVE TVE-AVISADOS(IX-ARE)  TO LT-AVISADOS
               MOVE LINHA-TOTAL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'EXAMINADAS ' QTD-EXAMINADOS
                  '  LIBERADAS ' QTD-LIBERADOS
                  '  AVISADAS ' QTD-AVISADOS
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE ARQ-ALOCACOES.
           CLOSE ARQ-RAZAO-DEV.
           CLOSE ARQ-AVISOS.
           CLOSE ARQ-RELATORIO.
           MOVE 'ARQVENCREL'   TO REL-TIPO.
           MOVE 'CPF-ALOC-VENCE' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.

           DISPLAY '-------------------------------------------'.
           DISPLAY 'VARREDURA DE VENCIMENTO DAS ALOCACOES'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DIAS DE AVISO ...........: ' DIAS-AVISO.
           DISPLAY 'ALOCACOES EXAMINADAS ....: ' QTD-EXAMINADOS.
           DISPLAY 'SEM VENCIMENTO ..........: ' QTD-SEM-PRAZO.
           DISPLAY 'LIBERADAS (EXPIRADO) ....: ' QTD-LIBERADOS.
           DISPLAY 'AVISADAS ................: ' QTD-AVISADOS.

       COPY FS-VERIFICA.
