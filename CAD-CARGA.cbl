      *   - Programa novo. A desativacao (D) nao exclui o registro:
      *     poe a situacao em I, preservando o historico; exclusao
      *     fisica continua so na tela, um registro por vez.
      *   - CPF com os onze digitos iguais sai rejeitado com o motivo
      *     proprio CPF-REPETIDO (codigo 3 de CPF-CHECK-DIGIT), para a
      *     area remetente nao procurar erro de digitacao onde nao ha.
      *   - A remessa passa antes pelo portao ARQ-PORTAO (envelope
      *     padrao com cabecalho e trailer, remetente autorizado,
      *     remessa nao repetida): recusada, vai para a quarentena e a
      *     carga nao roda (RC 8). O cabecalho e o trailer nao sao
      *     aplicados; a carga que termina bem baixa a remessa como
      *     carregada.
      *   - O relatorio CADCARGAREL e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      *   - Registra a trava de uso exclusivo de CADMST (TRAVA-ARQ)
      *     antes de abrir o mestre para atualizacao e a libera no
      *     fim; com o mestre em uso por outro programa a carga e
      *     recusada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD-CARGA.
                           05 REM-NOME         PIC X(40).
                           05 FILLER           PIC X(01).
                           05 REM-SITUACAO     PIC X(01).
                       01 REG-REMESSA-ENV.
                           COPY ENVELOPE.

                   FD ARQ-MESTRE.

                   01 QTD-REJEITADOS   PIC 9(07) VALUE ZERO.
                   01 QTD-JA-PRESENTES PIC 9(07) VALUE ZERO.

                   01 PORTAO-FUNCAO    PIC X(01).
                   01 PORTAO-ARQUIVO   PIC X(12).
                   01 PORTAO-RC        PIC 9(01).

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE 'CADMST'.
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE 'CAD-CARGA'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-SW         PIC X(01) VALUE 'N'.
                       88 ARQUIVO-TRAVADO  VALUE 'S'.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
               PERFORM 2000-PROCESSAR
               PERFORM 3000-FINALIZAR
           END-IF.
           IF ARQUIVO-TRAVADO
               MOVE 'L' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE 'N' TO TRAVA-SW
           END-IF.

           GOBACK.

           MOVE ZERO TO QTD-REJEITADOS.
           MOVE ZERO TO QTD-JA-PRESENTES.

           MOVE 'C' TO PORTAO-FUNCAO.
           MOVE 'CADREMESSA' TO PORTAO-ARQUIVO.
           CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                   PORTAO-RC.
           IF PORTAO-RC NOT = 0
               DISPLAY 'REMESSA RECUSADA PELO PORTAO: CADREMESSA - '
                       'VER AVISOREJ.'
               MOVE 'S' TO ERRO-CARGA-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1050-ABRIR-REMESSA
           END-IF.

       1050-ABRIR-REMESSA.
           OPEN INPUT ARQ-REMESSA.
           IF FS-REM NOT = '00'
               DISPLAY 'REMESSA NAO ENCONTRADA: CADREMESSA - FS '
               MOVE 'S' TO ERRO-CARGA-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-ABRIR-MESTRE THRU 1100-ABRIR-MESTRE-EXIT
           END-IF.

           IF NOT ERRO-NA-CARGA
       1100-ABRIR-MESTRE.
      *    O cadastro mestre e permanente: I-O no uso normal, criado
      *    vazio na primeira carga de todas, como CAD-MANUTENCAO faz.
           MOVE 'R' TO TRAVA-FUNCAO.
           CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                  TRAVA-PROGRAMA TRAVA-RC.
           IF TRAVA-RC NOT = 0
               CLOSE ARQ-REMESSA
               MOVE 'S' TO ERRO-CARGA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-ABRIR-MESTRE-EXIT
           END-IF.
           SET ARQUIVO-TRAVADO TO TRUE.
           OPEN I-O ARQ-MESTRE.
           IF FS-MESTRE = '35'
               OPEN OUTPUT ARQ-MESTRE
               MOVE 8 TO RETURN-CODE
           END-IF.

       1100-ABRIR-MESTRE-EXIT.
           EXIT.

       2000-PROCESSAR.
           PERFORM 2100-LER-REMESSA.
           PERFORM UNTIL REMESSA-ACABOU OR ERRO-NA-CARGA
           END-PERFORM.

       2100-LER-REMESSA.
      *    O cabecalho (primeira linha) e pulado e o trailer (ultima)
      *    encerra a leitura: o portao ja conferiu os dois.
           READ ARQ-REMESSA
               AT END
                   SET REMESSA-ACABOU TO TRUE
           END-READ.
           IF NOT REMESSA-ACABOU AND ENV-E-CABECALHO
               READ ARQ-REMESSA
                   AT END
                       SET REMESSA-ACABOU TO TRUE
               END-READ
           END-IF.
           IF NOT REMESSA-ACABOU AND ENV-E-TRAILER
               SET REMESSA-ACABOU TO TRUE
           END-IF.

       2200-APLICA-REGISTRO.
      *    O CPF passa pelo modulo comum e o nome pelas regras da
           CALL 'CPF-CHECK-DIGIT' USING CPF VALIDO DIGITO-ERRO
                                        DIGITO-ESPERADO.
           IF VALIDO NOT = 0
               IF DIGITO-ERRO = 3
                   MOVE 'CPF-REPETIDO' TO RESULTADO-REG
               ELSE
                   MOVE 'CPF-INVALIDO' TO RESULTADO-REG
               END-IF
           ELSE
               IF REM-ACAO = 'I' OR REM-ACAO = 'A'
                   PERFORM 2400-VERIFICA-NOME
           CLOSE ARQ-REMESSA.
           CLOSE ARQ-MESTRE.
           CLOSE ARQ-RELATORIO.
           MOVE 'CADCARGAREL'  TO REL-TIPO.
           MOVE 'CAD-CARGA' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'RELATORIO DE APLICACAO DA REMESSA'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'APLICADOS ...............: ' QTD-APLICADOS.
           DISPLAY 'JA PRESENTES ............: ' QTD-JA-PRESENTES.
           DISPLAY 'REJEITADOS ..............: ' QTD-REJEITADOS.
           IF NOT ERRO-NA-CARGA
               MOVE 'B' TO PORTAO-FUNCAO
               CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                       PORTAO-RC
           END-IF.
           IF QTD-REJEITADOS > ZERO
               DISPLAY 'MOTIVOS EM CADCARGAREL.'
               IF RETURN-CODE = ZERO
