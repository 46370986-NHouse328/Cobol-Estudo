      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Vencimento de uma alocacao de CPF, para uso por CALL
      *            em todo programa que grava ou renova ARQALOC: dada
      *            a area e a data-base (a data da alocacao ou da
      *            renovacao), devolve a data de vencimento pelo prazo
      *            padrao da area no cadastro de areas (ARE-PRAZO-
      *            DIAS). Prazo informado pelo chamador (maior que
      *            zero) prevalece sobre o da area; o prazo usado
      *            volta no mesmo campo. Vencimento zero e alocacao
      *            sem prazo (area sem prazo, fora do cadastro ou
      *            cadastro indisponivel).
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo, junto com o vencimento das alocacoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOC-VENCIMENTO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-AREAS ASSIGN TO "ARQAREA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS ARE-CODIGO
                       FILE STATUS IS FS-ARE.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-AREAS.

                   01 REG-AREA.
                       COPY AREA.

               WORKING-STORAGE SECTION.
                   01  FS-ARE          PIC X(02).
                   01  DATA-TRABALHO   PIC 9(08) VALUE ZERO.
                   01  DIAS-INTEIROS   PIC 9(07) VALUE ZERO.

           LINKAGE SECTION.

               01 LK-AREA              PIC X(08).
               01 LK-DATA-BASE         PIC 9(08).
               01 LK-DATA-EXPIRA       PIC 9(08).
               01 LK-PRAZO             PIC 9(04).

       PROCEDURE DIVISION USING LK-AREA LK-DATA-BASE LK-DATA-EXPIRA
                                LK-PRAZO.

       0000-PRINCIPAL.

           MOVE ZERO TO LK-DATA-EXPIRA.
           IF LK-PRAZO = ZERO
               PERFORM 1000-PRAZO-DA-AREA
           END-IF.

      *    As datas sao AAAAMMDD com seculo verdadeiro; a aritmetica
      *    de calendario trabalha direto sobre elas.
           IF LK-PRAZO > ZERO AND LK-DATA-BASE > ZERO
               MOVE LK-DATA-BASE TO DATA-TRABALHO
               COMPUTE DIAS-INTEIROS =
                       FUNCTION INTEGER-OF-DATE(DATA-TRABALHO)
                       + LK-PRAZO
               COMPUTE LK-DATA-EXPIRA =
                       FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS)
           END-IF.

           GOBACK.

       1000-PRAZO-DA-AREA.
           OPEN INPUT ARQ-AREAS.
           IF FS-ARE = '00'
               MOVE LK-AREA TO ARE-CODIGO
               READ ARQ-AREAS
                   INVALID KEY
                       MOVE ZERO TO LK-PRAZO
                   NOT INVALID KEY
                       MOVE ARE-PRAZO-DIAS TO LK-PRAZO
               END-READ
               CLOSE ARQ-AREAS
           END-IF.
