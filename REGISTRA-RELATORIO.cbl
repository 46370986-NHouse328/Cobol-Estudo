      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Registro de um relatorio no catalogo (RELCAT): todo
      *            programa que grava relatorio chama este modulo logo
      *            depois do CLOSE, com o nome logico do relatorio (o
      *            tipo), o proprio nome e o run (copybook RELREG). O
      *            modulo copia as linhas do relatorio para a
      *            biblioteca RELBIB, marcadas com o identificador da
      *            entrada, e acrescenta ao catalogo a entrada ATIVO
      *            com data, hora, run, operador ou LOTE, programa,
      *            quantidade de linhas e o nome fisico do arquivo
      *            solto (o valor da variavel de ambiente do nome
      *            logico; sem ela, o proprio nome logico). Run zero:
      *            o do manifesto da geracao, quando o manifesto e do
      *            dia. Relatorio ausente nao e catalogado, com aviso;
      *            como o ERRLOG, uma falha do catalogo nao derruba o
      *            programa que ja gravou o seu relatorio.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo, junto com o catalogo de relatorios.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-RELATORIO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-RELATORIO ASSIGN TO RELATORIO-NOME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RLT.

                       SELECT ARQ-CATALOGO ASSIGN TO "RELCAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CAT.

                       SELECT ARQ-BIBLIOTECA ASSIGN TO "RELBIB"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-BIB.

                       SELECT ARQ-MANIFESTO ASSIGN TO "ARQCPF2MF"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MF.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO    PIC X(132).

                   FD ARQ-CATALOGO
                       LABEL RECORD STANDARD.

                       01 REG-CATALOGO-LINHA PIC X(219).

                   FD ARQ-BIBLIOTECA
                       LABEL RECORD STANDARD.

                       01 REG-BIBLIOTECA-LINHA PIC X(166).

                   FD ARQ-MANIFESTO
                       LABEL RECORD STANDARD.

                       01 REG-MANIFESTO.
                           05 MF-DATA-EXEC     PIC 9(08).
                           05 MF-CPF-INICIO    PIC 9(11).
                           05 MF-CPF-LIMITE    PIC 9(11).
                           05 MF-QTD-CPF-VAL   PIC 9(11).
                           05 MF-QTD-CPF-DUP   PIC 9(11).
                           05 MF-QTD-CPF-BLK   PIC 9(11).
                           05 MF-NUM-RUN       PIC 9(10).
                           05 MF-OPERADOR      PIC X(08).
                           05 MF-MODO-GER      PIC 9(01).

               WORKING-STORAGE SECTION.
                   01 FS-RLT           PIC X(02).
                   01 FS-CAT           PIC X(02).
                   01 FS-BIB           PIC X(02).
                   01 FS-MF            PIC X(02).

                   COPY OPERADOR.

                   01 ENTRADA-CATALOGO.
                       COPY RELCAT.

                   01 LINHA-BIBLIOTECA.
                       COPY RELBIB.

                   01 RELATORIO-NOME   PIC X(12) VALUE SPACES.
                   01 ARQUIVO-FISICO   PIC X(100) VALUE SPACES.
                   01 RELATORIO-FIM    PIC X(01) VALUE 'N'.
                       88 RELATORIO-ACABOU VALUE 'S'.
                   01 CATALOGO-FIM     PIC X(01) VALUE 'N'.
                       88 CATALOGO-ACABOU  VALUE 'S'.
                   01 QTD-TOTAL        PIC 9(07) VALUE ZERO.
                   01 QTD-PULAR        PIC 9(07) VALUE ZERO.
                   01 QTD-LIDAS        PIC 9(07) VALUE ZERO.
                   01 QTD-COPIADAS     PIC 9(07) VALUE ZERO.
                   01 SUFIXO-MAIOR     PIC 9(04) VALUE ZERO.
                   01 DATA-REGISTRO    PIC 9(08) VALUE ZERO.
                   01 HORA-REGISTRO    PIC 9(08) VALUE ZERO.
                   01 RUN-REGISTRO     PIC 9(10) VALUE ZERO.

           LINKAGE SECTION.

               COPY RELREG.

       PROCEDURE DIVISION USING REL-REGISTRO.

       0000-PRINCIPAL.

           ACCEPT DATA-REGISTRO FROM DATE YYYYMMDD.
           ACCEPT HORA-REGISTRO FROM TIME.
           MOVE REL-TIPO TO RELATORIO-NOME.

           PERFORM 1000-CONTA-LINHAS THRU 1000-CONTA-LINHAS-FIM.
           IF FS-RLT NOT = '00' AND FS-RLT NOT = '10'
               MOVE REL-RC-CHAMADOR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZERO TO QTD-PULAR.
           IF REL-ULTIMAS IS NUMERIC
               IF REL-ULTIMAS > ZERO AND REL-ULTIMAS < QTD-TOTAL
                   COMPUTE QTD-PULAR = QTD-TOTAL - REL-ULTIMAS
               END-IF
           END-IF.

           PERFORM 2000-MONTA-ENTRADA.
           PERFORM 3000-COPIA-LINHAS THRU 3000-COPIA-LINHAS-FIM.
           IF FS-BIB = '00'
               PERFORM 4000-GRAVA-ENTRADA
           END-IF.

           MOVE REL-RC-CHAMADOR TO RETURN-CODE.
           GOBACK.

      *    Primeira passada pelo relatorio: so conta as linhas, para
      *    saber quantas pular quando o chamador quer as ultimas.
       1000-CONTA-LINHAS.
           MOVE ZERO TO QTD-TOTAL.
           MOVE 'N'  TO RELATORIO-FIM.
           OPEN INPUT ARQ-RELATORIO.
           IF FS-RLT NOT = '00'
               DISPLAY 'REGISTRA-RELATORIO: ' REL-TIPO
                       ' NAO CATALOGADO - FS ' FS-RLT
               GO TO 1000-CONTA-LINHAS-FIM
           END-IF.
           PERFORM UNTIL RELATORIO-ACABOU
               READ ARQ-RELATORIO
                   AT END
                       SET RELATORIO-ACABOU TO TRUE
                   NOT AT END
                       ADD 1 TO QTD-TOTAL
               END-READ
           END-PERFORM.
           CLOSE ARQ-RELATORIO.
       1000-CONTA-LINHAS-FIM.
           EXIT.

       2000-MONTA-ENTRADA.
           MOVE SPACES         TO ENTRADA-CATALOGO.
           PERFORM 2100-MAIOR-SUFIXO.
           MOVE DATA-REGISTRO  TO RCT-ID-DATA.
           MOVE HORA-REGISTRO  TO RCT-ID-HORA.
           COMPUTE RCT-ID-SUFIXO = SUFIXO-MAIOR + 1.
           MOVE REL-TIPO       TO RCT-TIPO.
           MOVE DATA-REGISTRO  TO RCT-DATA.
           COMPUTE RCT-HORA = HORA-REGISTRO / 100.
           PERFORM 2200-RUN.
           MOVE RUN-REGISTRO   TO RCT-RUN.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'     TO RCT-OPERADOR
           ELSE
               MOVE OPR-SESSAO-CODIGO TO RCT-OPERADOR
           END-IF.
           MOVE REL-PROGRAMA   TO RCT-PROGRAMA.
           COMPUTE RCT-LINHAS = QTD-TOTAL - QTD-PULAR.
           IF QTD-PULAR > ZERO
               SET RCT-ULTIMAS-LINHAS TO TRUE
           ELSE
               SET RCT-ARQUIVO-INTEIRO TO TRUE
           END-IF.
           SET RCT-ATIVO       TO TRUE.
      *    O nome fisico e o que a variavel de ambiente do nome logico
      *    aponta - o mesmo arquivo que o programa acabou de gravar.
           MOVE SPACES TO ARQUIVO-FISICO.
           DISPLAY REL-TIPO UPON ENVIRONMENT-NAME.
           ACCEPT ARQUIVO-FISICO FROM ENVIRONMENT-VALUE.
           IF ARQUIVO-FISICO = SPACES
               MOVE REL-TIPO   TO RCT-ARQUIVO
           ELSE
               MOVE ARQUIVO-FISICO TO RCT-ARQUIVO
           END-IF.

      *    Sufixo do RCT-ID: um a mais que o maior ja catalogado com a
      *    mesma data e hora (duas particoes, ou dois relatorios do
      *    mesmo programa, no mesmo centesimo de segundo).
       2100-MAIOR-SUFIXO.
           MOVE ZERO TO SUFIXO-MAIOR.
           MOVE 'N'  TO CATALOGO-FIM.
           OPEN INPUT ARQ-CATALOGO.
           IF FS-CAT = '00'
               PERFORM UNTIL CATALOGO-ACABOU
                   READ ARQ-CATALOGO INTO ENTRADA-CATALOGO
                       AT END
                           SET CATALOGO-ACABOU TO TRUE
                       NOT AT END
                           IF RCT-ID-DATA = DATA-REGISTRO
                                   AND RCT-ID-HORA = HORA-REGISTRO
                                   AND RCT-ID-SUFIXO IS NUMERIC
                                   AND RCT-ID-SUFIXO > SUFIXO-MAIOR
                               MOVE RCT-ID-SUFIXO TO SUFIXO-MAIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CATALOGO
           END-IF.
           MOVE SPACES TO ENTRADA-CATALOGO.

       2200-RUN.
           MOVE ZERO TO RUN-REGISTRO.
           IF REL-RUN IS NUMERIC
               MOVE REL-RUN TO RUN-REGISTRO
           END-IF.
           IF RUN-REGISTRO = ZERO
               OPEN INPUT ARQ-MANIFESTO
               IF FS-MF = '00'
                   READ ARQ-MANIFESTO
                   IF FS-MF = '00' AND MF-DATA-EXEC = DATA-REGISTRO
                       MOVE MF-NUM-RUN TO RUN-REGISTRO
                   END-IF
                   CLOSE ARQ-MANIFESTO
               END-IF
           END-IF.

      *    Segunda passada: as linhas do relatorio (todas, ou as
      *    ultimas pedidas) vao para a biblioteca com o RCT-ID.
       3000-COPIA-LINHAS.
           MOVE ZERO TO QTD-LIDAS.
           MOVE ZERO TO QTD-COPIADAS.
           MOVE 'N'  TO RELATORIO-FIM.
           OPEN EXTEND ARQ-BIBLIOTECA.
           IF FS-BIB NOT = '00'
               OPEN OUTPUT ARQ-BIBLIOTECA
           END-IF.
           IF FS-BIB NOT = '00'
               DISPLAY 'REGISTRA-RELATORIO: ERRO AO ABRIR RELBIB - FS '
                       FS-BIB
               GO TO 3000-COPIA-LINHAS-FIM
           END-IF.
           OPEN INPUT ARQ-RELATORIO.
           IF FS-RLT NOT = '00'
               SET RELATORIO-ACABOU TO TRUE
           END-IF.
           PERFORM UNTIL RELATORIO-ACABOU
               READ ARQ-RELATORIO
                   AT END
                       SET RELATORIO-ACABOU TO TRUE
                   NOT AT END
                       ADD 1 TO QTD-LIDAS
                       IF QTD-LIDAS > QTD-PULAR
                           MOVE SPACES         TO LINHA-BIBLIOTECA
                           MOVE RCT-ID         TO RBL-ID
                           MOVE RCT-TIPO       TO RBL-TIPO
                           MOVE REG-RELATORIO  TO RBL-LINHA
                           WRITE REG-BIBLIOTECA-LINHA
                               FROM LINHA-BIBLIOTECA
                           ADD 1 TO QTD-COPIADAS
                       END-IF
               END-READ
           END-PERFORM.
           IF FS-RLT = '10'
               CLOSE ARQ-RELATORIO
           END-IF.
           CLOSE ARQ-BIBLIOTECA.
           MOVE QTD-COPIADAS TO RCT-LINHAS.
       3000-COPIA-LINHAS-FIM.
           EXIT.

       4000-GRAVA-ENTRADA.
           OPEN EXTEND ARQ-CATALOGO.
           IF FS-CAT NOT = '00'
               OPEN OUTPUT ARQ-CATALOGO
           END-IF.
           IF FS-CAT = '00'
               WRITE REG-CATALOGO-LINHA FROM ENTRADA-CATALOGO
               CLOSE ARQ-CATALOGO
           ELSE
               DISPLAY 'REGISTRA-RELATORIO: ERRO AO ABRIR RELCAT - FS '
                       FS-CAT
           END-IF.
