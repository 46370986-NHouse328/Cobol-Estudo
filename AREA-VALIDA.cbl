      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Conferencia de um codigo de area contra o cadastro
      *            de areas (ARQAREA), para uso por CALL em todo
      *            programa que recebe um codigo de area digitado: o
      *            codigo volta em maiusculas (o chamador grava a forma
      *            normalizada) e o retorno diz se a area pode ser
      *            usada - 0 ativa, 4 nao cadastrada, 5 inativa, 8
      *            cadastro indisponivel. O motivo da recusa sai
      *            exibido aqui mesmo, como SEQ-PROXIMO faz; o
      *            chamador so decide pelo retorno. O nome da area
      *            volta para o chamador exibir ou carimbar.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo, junto com o cadastro de areas. Sem cadastro
      *     no ambiente nenhuma area e aceita: um codigo que nao se
      *     pode conferir e justamente o que o cadastro veio barrar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-VALIDA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-AREAS ASSIGN TO "ARQAREA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ARE-CODIGO
                       FILE STATUS IS FS-ARE.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-AREAS.

                   01 REG-AREA.
                       COPY AREA.

               WORKING-STORAGE SECTION.
                   01  FS-ARE          PIC X(02).

           LINKAGE SECTION.

               01 LK-AREA              PIC X(08).
               01 LK-NOME              PIC X(30).
               01 LK-RC                PIC 9(01).

       PROCEDURE DIVISION USING LK-AREA LK-NOME LK-RC.

       0000-PRINCIPAL.

           MOVE 0 TO LK-RC.
           MOVE SPACES TO LK-NOME.
           INSPECT LK-AREA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF LK-AREA = SPACES
               DISPLAY 'AREA-VALIDA: CODIGO DE AREA OBRIGATORIO.'
               MOVE 4 TO LK-RC
           ELSE
               OPEN INPUT ARQ-AREAS
               IF FS-ARE NOT = '00'
                   DISPLAY 'AREA-VALIDA: CADASTRO DE AREAS (ARQAREA) '
                           'INDISPONIVEL - FS ' FS-ARE
                   MOVE 8 TO LK-RC
               ELSE
                   PERFORM 1000-CONFERE-AREA
                   CLOSE ARQ-AREAS
               END-IF
           END-IF.

           GOBACK.

       1000-CONFERE-AREA.
           MOVE LK-AREA TO ARE-CODIGO.
           READ ARQ-AREAS KEY IS ARE-CODIGO
               INVALID KEY
                   DISPLAY 'AREA-VALIDA: AREA ' LK-AREA
                           ' NAO CADASTRADA.'
                   MOVE 4 TO LK-RC
               NOT INVALID KEY
                   MOVE ARE-NOME TO LK-NOME
                   IF NOT ARE-E-ATIVA
                       DISPLAY 'AREA-VALIDA: AREA ' LK-AREA
                               ' INATIVA.'
                       MOVE 5 TO LK-RC
                   END-IF
           END-READ.
