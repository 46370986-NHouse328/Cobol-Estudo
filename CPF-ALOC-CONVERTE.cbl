      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Conversao unica de ARQALOC para o layout com
      *            vencimento: o registro de alocacao ganhou
      *            ALO-DATA-EXPIRA e ALO-QTD-RENOV no fim (de 37 para
      *            48 posicoes) e o arquivo indexado antigo nao abre
      *            com o registro novo. O arquivo antigo, renomeado
      *            para ARQALOCANT, e lido em ordem de chave e cada
      *            alocacao e regravada em ARQALOC com a data, a area
      *            e o run de origem intactos, zero renovacoes e
      *            vencimento pela data da conversao mais o prazo
      *            padrao da area - carencia de um prazo inteiro para
      *            as alocacoes que antes eram permanentes, em vez de
      *            vence-las todas na primeira varredura. Area sem
      *            prazo no cadastro fica sem vencimento. Imprime a
      *            prova de contagem: lidos, gravados, com e sem
      *            vencimento. Recusa rodar sobre um ARQALOC que ja
      *            tenha registros.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, junto com o vencimento das alocacoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-ALOC-CONVERTE.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-ALOC-ANTIGO ASSIGN TO "ARQALOCANT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ANT-CPF
                       FILE STATUS IS FS-ANT.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-ALOC-ANTIGO.

                       01 REG-ALOC-ANTIGO.
                           05 ANT-CPF          PIC 9(11).
                           05 ANT-AREA         PIC X(08).
                           05 ANT-DATA         PIC 9(08).
                           05 ANT-NUM-RUN      PIC 9(10).

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-ANT           PIC X(02).
                   01 FS-ALO           PIC X(02).

                   01 ANT-FIM          PIC X(01) VALUE 'N'.
                       88 ANT-ACABOU       VALUE 'S'.
                   01 ERRO-CNV-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-CONVERSAO VALUE 'S'.
                   01 AREA-ACHADA-SW   PIC X(01) VALUE 'N'.
                       88 AREA-ACHADA      VALUE 'S'.

                   01 DATA-CONVERSAO   PIC 9(08) VALUE ZERO.
                   01 DATA-EXPIRA-CNV  PIC 9(08) VALUE ZERO.
                   01 PRAZO-CNV        PIC 9(04) VALUE ZERO.

                   01 QTD-LIDOS        PIC 9(09) VALUE ZERO.
                   01 QTD-GRAVADOS     PIC 9(09) VALUE ZERO.
                   01 QTD-COM-PRAZO    PIC 9(09) VALUE ZERO.
                   01 QTD-SEM-PRAZO    PIC 9(09) VALUE ZERO.

      *    Prazo de cada area ja consultada: o cadastro e lido uma vez
      *    por area, nao uma vez por alocacao.
                   01 TAB-PRAZOS.
                       05 QTD-PRAZOS       PIC 9(04) VALUE ZERO.
                       05 TPZ-ITEM OCCURS 500 TIMES
                                   INDEXED BY IX-PRZ.
                           10 TPZ-AREA         PIC X(08).
                           10 TPZ-PRAZO        PIC 9(04).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-CONVERSAO
               PERFORM 2000-CONVERTE
               PERFORM 3000-FINALIZAR
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'ALOCCONV' TO ERR-PROGRAMA.
           MOVE 'ARQALOC' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-CNV-SW.
           MOVE 'N' TO ANT-FIM.
           ACCEPT DATA-CONVERSAO FROM DATE YYYYMMDD.

      *    ARQALOC com registros indica conversao ja feita (ou o
      *    arquivo antigo nao foi renomeado): nada e sobreposto.
           OPEN INPUT ARQ-ALOCACOES.
           IF FS-ALO = '00'
               READ ARQ-ALOCACOES NEXT RECORD
                   NOT AT END
                       DISPLAY 'ARQALOC JA TEM REGISTROS - CONVERSAO '
                               'NAO EXECUTADA.'
                       MOVE 'S' TO ERRO-CNV-SW
                       MOVE 8 TO RETURN-CODE
               END-READ
               CLOSE ARQ-ALOCACOES
           END-IF.

           IF NOT ERRO-NA-CONVERSAO
               OPEN INPUT ARQ-ALOC-ANTIGO
               IF FS-ANT NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQALOCANT - FS ' FS-ANT
                   MOVE 'S' TO ERRO-CNV-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NA-CONVERSAO
               OPEN OUTPUT ARQ-ALOCACOES
               IF FS-ALO NOT = '00'
                   DISPLAY 'ERRO AO CRIAR ARQALOC - FS ' FS-ALO
                   CLOSE ARQ-ALOC-ANTIGO
                   MOVE 'S' TO ERRO-CNV-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2000-CONVERTE.
           PERFORM 2100-LER-ANTIGO.
           PERFORM UNTIL ANT-ACABOU OR ERRO-NA-CONVERSAO
               ADD 1 TO QTD-LIDOS
               PERFORM 2200-GRAVA-NOVO
               PERFORM 2100-LER-ANTIGO
           END-PERFORM.

       2100-LER-ANTIGO.
           READ ARQ-ALOC-ANTIGO NEXT RECORD
               AT END
                   SET ANT-ACABOU TO TRUE
           END-READ.

       2200-GRAVA-NOVO.
           PERFORM 2300-PRAZO-DA-AREA.
           MOVE ZERO TO DATA-EXPIRA-CNV.
           IF PRAZO-CNV > ZERO
               CALL 'ALOC-VENCIMENTO' USING ANT-AREA DATA-CONVERSAO
                                            DATA-EXPIRA-CNV PRAZO-CNV
           END-IF.

           MOVE ANT-CPF         TO ALO-CPF.
           MOVE ANT-AREA        TO ALO-AREA.
           MOVE ANT-DATA        TO ALO-DATA.
           MOVE ANT-NUM-RUN     TO ALO-NUM-RUN.
           MOVE DATA-EXPIRA-CNV TO ALO-DATA-EXPIRA.
           MOVE ZERO            TO ALO-QTD-RENOV.
           WRITE REG-ALOCACAO.
           IF FS-ALO = '00'
               ADD 1 TO QTD-GRAVADOS
               IF DATA-EXPIRA-CNV = ZERO
                   ADD 1 TO QTD-SEM-PRAZO
               ELSE
                   ADD 1 TO QTD-COM-PRAZO
               END-IF
           ELSE
               DISPLAY 'ERRO AO GRAVAR ARQALOC - FS ' FS-ALO
                       ' CPF ' ALO-CPF
               MOVE 'S' TO ERRO-CNV-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       2300-PRAZO-DA-AREA.
           MOVE 'N' TO AREA-ACHADA-SW.
           MOVE ZERO TO PRAZO-CNV.
           PERFORM VARYING IX-PRZ FROM 1 BY 1
                   UNTIL IX-PRZ > QTD-PRAZOS OR AREA-ACHADA
               IF TPZ-AREA(IX-PRZ) = ANT-AREA
                   MOVE TPZ-PRAZO(IX-PRZ) TO PRAZO-CNV
                   MOVE 'S' TO AREA-ACHADA-SW
               END-IF
           END-PERFORM.
      *    Area ainda nao consultada: ALOC-VENCIMENTO com prazo zero
      *    devolve o prazo padrao do cadastro, guardado na tabela.
           IF NOT AREA-ACHADA
               CALL 'ALOC-VENCIMENTO' USING ANT-AREA DATA-CONVERSAO
                                            DATA-EXPIRA-CNV PRAZO-CNV
               IF QTD-PRAZOS < 500
                   ADD 1 TO QTD-PRAZOS
                   MOVE ANT-AREA  TO TPZ-AREA(QTD-PRAZOS)
                   MOVE PRAZO-CNV TO TPZ-PRAZO(QTD-PRAZOS)
               END-IF
           END-IF.

       3000-FINALIZAR.
           CLOSE ARQ-ALOC-ANTIGO.
           CLOSE ARQ-ALOCACOES.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'CONVERSAO DE ARQALOC - VENCIMENTO'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATA-BASE DO VENCIMENTO .: ' DATA-CONVERSAO.
           DISPLAY 'ALOCACOES LIDAS .........: ' QTD-LIDOS.
           DISPLAY 'ALOCACOES GRAVADAS ......: ' QTD-GRAVADOS.
           DISPLAY 'COM VENCIMENTO ..........: ' QTD-COM-PRAZO.
           DISPLAY 'SEM VENCIMENTO ..........: ' QTD-SEM-PRAZO.
           IF QTD-LIDOS NOT = QTD-GRAVADOS
               DISPLAY 'CONTAGEM NAO FECHA - VERIFICAR ANTES DE USAR.'
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY FS-VERIFICA.
