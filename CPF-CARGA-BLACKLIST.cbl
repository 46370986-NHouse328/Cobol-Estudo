      *     que nao traz motivo); o layout foi acompanhado em todos os
      *     leitores da lista, pela licao do layout dessincronizado
      *     que ja desativou a deduplicacao da geracao em silencio.
      *   - A relacao da carga total passa antes pelo portao ARQ-PORTAO
      *     (envelope padrao com cabecalho e trailer, remetente
      *     autorizado, arquivo nao repetido): recusada, ela vai para
      *     a quarentena e a carga nao roda (RC 8), sem tocar a lista
      *     vigente. O cabecalho e o trailer nao sao carregados; a
      *     carga que termina bem baixa o arquivo como carregado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-CARGA-BLACKLIST.

                       01 REG-ENTRADA.
                           05 ENT-CPF          PIC 9(11).
                       01 REG-ENTRADA-ENV.
                           COPY ENVELOPE.

                   FD ARQ-BLACKLIST.

                       88 ERRO-NA-CARGA    VALUE 'S'.
                   01 RESULTADO-MOV    PIC X(14).

                   01 PORTAO-FUNCAO    PIC X(01).
                   01 PORTAO-ARQUIVO   PIC X(12).
                   01 PORTAO-RC        PIC 9(01).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           GOBACK.

       1000-INICIAR.
      *    A carga total substitui a lista inteira: so roda sobre uma
      *    relacao que o portao aceitou.
           MOVE 'C' TO PORTAO-FUNCAO.
           MOVE 'ARQCPFBLKTXT' TO PORTAO-ARQUIVO.
           CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                   PORTAO-RC.
           IF PORTAO-RC NOT = 0
               DISPLAY 'CARGA RECUSADA: ARQCPFBLKTXT NAO PASSOU PELO '
                       'PORTAO - VER AVISOREJ.'
               MOVE 'S' TO ERRO-CARGA-SW
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARQ-ENTRADA.
           PERFORM 9999-INTERPRETA-FS.
           IF NOT FS-OK
           END-PERFORM.

       2100-LER-ENTRADA.
      *    O cabecalho (primeira linha) e pulado e o trailer (ultima)
      *    encerra a leitura: o portao ja conferiu os dois.
           READ ARQ-ENTRADA
               AT END
                   SET ENT-ACABOU TO TRUE
           END-READ.
           IF NOT ENT-ACABOU AND ENV-E-CABECALHO
               READ ARQ-ENTRADA
                   AT END
                       SET ENT-ACABOU TO TRUE
               END-READ
           END-IF.
           IF NOT ENT-ACABOU AND ENV-E-TRAILER
               SET ENT-ACABOU TO TRUE
           END-IF.

       3000-FINALIZAR.
           CLOSE ARQ-ENTRADA.
           DISPLAY QTD-CARREGADOS ' CPFS CARREGADOS NA LISTA.'.
           DISPLAY QTD-REPETIDOS  ' CPFS REPETIDOS NA RELACAO.'.
           DISPLAY QTD-INVALIDOS  ' LINHAS NAO NUMERICAS IGNORADAS.'.
           IF NOT ERRO-NA-CARGA
               MOVE 'B' TO PORTAO-FUNCAO
               CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                       PORTAO-RC
           END-IF.

       5000-CARGA-DELTA.
      *    Aplica os movimentos de ARQCPFBLKMOV sobre o ARQCPFBLK
