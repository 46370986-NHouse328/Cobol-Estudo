      *            arquivo de entrega da rodada - recusando entregar
      *            um CPF que ja pertence a outra area, para duas
      *            squads nunca mais queimarem o mesmo CPF em testes
      *            conflitantes. Cada pedido e limitado pelas cotas da
      *            area no cadastro de areas e deixa um recibo em
      *            ARQALOCCTL com o pedido, o concedido, o atendido e
      *            a falta por cota.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *     propria chave (o CPF) garante que uma alocacao nunca e
      *     sobreposta - a gravacao de um CPF ja alocado devolve chave
      *     duplicada e o candidato e simplesmente pulado.
      *   - A area de cada pedido passa pela conferencia AREA-VALIDA
      *     contra o cadastro de areas: pedido de area nao cadastrada
      *     ou inativa e recusado sem consumir extrato (contado a
      *     parte, RC 4) e os demais seguem; a alocacao grava o codigo
      *     em maiusculas.
      *   - Cotas por area: antes de atender, o pedido e cortado ao
      *     maximo por pedido (ARE-COTA-PEDIDO) e ao saldo da cota de
      *     CPFs detidos (ARE-COTA-MAXIMA menos o que a area ja detem
      *     em ARQALOC, contado no inicio da rodada e acrescido a
      *     cada pedido atendido); cota zero e sem limite. Cada
      *     pedido de area valida acrescenta um recibo a ARQALOCCTL
      *     (pedido, concedido, atendido, falta por cota e o motivo
      *     do corte, detido depois do pedido, cotas, run e
      *     operador); pedido cortado pela cota sai com RC 4.
      *   - Cada alocacao grava o vencimento (ALO-DATA-EXPIRA), a data
      *     da rodada mais o prazo padrao da area (ARE-PRAZO-DIAS, via
      *     ALOC-VENCIMENTO); area sem prazo grava zero, sem vencer.
      *   - O arquivo de pedidos passa antes pelo portao ARQ-PORTAO
      *     (envelope padrao com cabecalho e trailer, remetente
      *     autorizado ou area ativa, arquivo nao repetido): recusado,
      *     vai para a quarentena e a alocacao nao roda (RC 8). O
      *     cabecalho e o trailer nao sao pedidos; a rodada que
      *     termina bem baixa o arquivo como carregado.
      *   - Registra a trava de uso exclusivo de ARQALOC (TRAVA-ARQ)
      *     antes de abrir os arquivos e a libera ao terminar: uma
      *     alocacao durante a cadeia noturna (que detem ARQALOC da
      *     largada ao fim) e recusada com o nome de quem detem o
      *     arquivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-ALOCACAO.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ENT.

                       SELECT ARQ-AREAS ASSIGN TO "ARQAREA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS ARE-CODIGO
                       FILE STATUS IS FS-ARE.

                       SELECT ARQ-RECIBO ASSIGN TO "ARQALOCCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RCA.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQUIVO.
                           05 PED-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 PED-QTD          PIC 9(07).
                       01 REG-PEDIDO-ENV.
                           COPY ENVELOPE.

                   FD ARQ-ALOCACOES.

                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-ENTREGA
                       LABEL RECORD STANDARD.
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 ENT-DATA-GERACAO PIC 9(08).

                   FD ARQ-AREAS.

                       01 REG-AREA.
                           COPY AREA.

                   FD ARQ-RECIBO
                       LABEL RECORD STANDARD.

                       01 REG-RECIBO-ALOC.
                           05 RCA-DATA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-AREA         PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-QTD-PEDIDA   PIC 9(07).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-QTD-CONCEDIDA PIC 9(07).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-QTD-ATENDIDA PIC 9(07).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-QTD-FALTA-COTA PIC 9(07).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-MOTIVO       PIC X(16).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-QTD-DETIDA   PIC 9(09).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-COTA-MAXIMA  PIC 9(09).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-COTA-PEDIDO  PIC 9(07).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RCA-OPERADOR     PIC X(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-PED           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-ENT           PIC X(02).
                   01 FS-ARE           PIC X(02).
                   01 FS-RCA           PIC X(02).

                   01 ARQ-FIM          PIC X(01) VALUE 'N'.
                       88 ARQ-ACABOU       VALUE 'S'.
                       88 PED-ACABOU       VALUE 'S'.
                   01 ERRO-ALOC-SW     PIC X(01) VALUE 'N'.
                       88 ERRO-NA-ALOC     VALUE 'S'.
                   01 DET-FIM          PIC X(01) VALUE 'N'.
                       88 DETIDOS-ACABOU   VALUE 'S'.

                   01 DATA-ALOCACAO    PIC 9(08) VALUE ZERO.
                   01 NUM-RUN-EXTRATO  PIC 9(10) VALUE ZERO.
                   01 QTD-PEDIDOS      PIC 9(05) VALUE ZERO.
                   01 QTD-ALOCADOS-TOT PIC 9(09) VALUE ZERO.
                   01 QTD-JA-ALOCADOS  PIC 9(09) VALUE ZERO.
                   01 QTD-RECUSADOS    PIC 9(05) VALUE ZERO.

                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).

                   01 PORTAO-FUNCAO    PIC X(01).
                   01 PORTAO-ARQUIVO   PIC X(12).
                   01 PORTAO-RC        PIC 9(01).

      *            CPFs detidos por area em ARQALOC, contados no
      *            inicio da rodada e acrescidos a cada pedido.
                   01 TAB-DETIDOS.
                       05 TAB-DET OCCURS 500 TIMES.
                           10 TDT-AREA     PIC X(08).
                           10 TDT-QTD      PIC 9(09).
                   01 QTD-AREAS-DET    PIC 9(03) VALUE ZERO.
                   01 IND-DET          PIC 9(03).
                   01 DET-ACHADO       PIC 9(03) VALUE ZERO.
                   01 AREA-PROCURADA   PIC X(08).

                   01 QTD-CONCEDIDA    PIC 9(07) VALUE ZERO.
                   01 QTD-DETIDA-AREA  PIC 9(09) VALUE ZERO.
                   01 SALDO-COTA       PIC 9(09) VALUE ZERO.
                   01 MOTIVO-CORTE     PIC X(16) VALUE SPACES.
                   01 QTD-LIMITADOS    PIC 9(05) VALUE ZERO.
                   01 DATA-EXPIRA-PED  PIC 9(08) VALUE ZERO.
                   01 PRAZO-PEDIDO     PIC 9(04) VALUE ZERO.

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE 'ARQALOC'.
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE 'CPF-ALOCACAO'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-SW         PIC X(01) VALUE 'N'.
                       88 ARQUIVO-TRAVADO  VALUE 'S'.

                   COPY OPERADOR.

       PROCEDURE DIVISION.

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

           MOVE ZERO TO QTD-PEDIDOS.
           MOVE ZERO TO QTD-ALOCADOS-TOT.
           MOVE ZERO TO QTD-JA-ALOCADOS.
           MOVE ZERO TO QTD-RECUSADOS.
           MOVE ZERO TO QTD-LIMITADOS.
           MOVE ZERO TO QTD-AREAS-DET.
           INITIALIZE TAB-DETIDOS.
           MOVE ZERO TO NUM-RUN-EXTRATO.
           ACCEPT DATA-ALOCACAO FROM DATE YYYYMMDD.

           PERFORM 1100-LER-MANIFESTO.

           MOVE 'C' TO PORTAO-FUNCAO.
           MOVE 'ARQALOCREQ' TO PORTAO-ARQUIVO.
           CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                   PORTAO-RC.
           IF PORTAO-RC NOT = 0
               DISPLAY 'ALOCACAO RECUSADA: ARQALOCREQ NAO PASSOU PELO '
                       'PORTAO - VER AVISOREJ.'
               MOVE 'S' TO ERRO-ALOC-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'R' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               IF TRAVA-RC NOT = 0
                   MOVE 'S' TO ERRO-ALOC-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET ARQUIVO-TRAVADO TO TRUE
                   PERFORM 1050-ABRIR-ARQUIVOS
               END-IF
           END-IF.

       1050-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PEDIDOS.
           IF FS-PED NOT = '00'
               DISPLAY 'ARQUIVO DE PEDIDOS NAO ENCONTRADO: ARQALOCREQ'
               END-IF
           END-IF.

           IF NOT ERRO-NA-ALOC
               PERFORM 1300-ABRIR-COTAS
           END-IF.

           IF NOT ERRO-NA-ALOC
               PERFORM 1400-CONTA-DETIDOS
           END-IF.

       1100-LER-MANIFESTO.
      *    O numero da execucao de origem dos CPFs sai do manifesto do
      *    extrato; um manifesto ausente nao impede a alocacao, so
               MOVE 8 TO RETURN-CODE
           END-IF.

       1300-ABRIR-COTAS.
      *    As cotas vem do cadastro de areas; o recibo de cada pedido
      *    e acrescentado ao razao de alocacoes, criado na primeira
      *    rodada de todas.
           OPEN INPUT ARQ-AREAS.
           IF FS-ARE NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQAREA - FS ' FS-ARE
               MOVE 'S' TO ERRO-ALOC-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND ARQ-RECIBO
               IF FS-RCA NOT = '00'
                   OPEN OUTPUT ARQ-RECIBO
               END-IF
               IF FS-RCA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQALOCCTL - FS ' FS-RCA
                   CLOSE ARQ-AREAS
                   MOVE 'S' TO ERRO-ALOC-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF ERRO-NA-ALOC
               CLOSE ARQ-PEDIDOS
               CLOSE ARQUIVO
               CLOSE ARQ-ALOCACOES
               CLOSE ARQ-ENTREGA
           END-IF.

       1400-CONTA-DETIDOS.
      *    Uma passada por ARQALOC conta o que cada area ja detem,
      *    base do saldo da cota maxima.
           MOVE 'N' TO DET-FIM.
           MOVE ZERO TO ALO-CPF.
           START ARQ-ALOCACOES KEY NOT LESS THAN ALO-CPF
               INVALID KEY
                   SET DETIDOS-ACABOU TO TRUE
           END-START.
           PERFORM UNTIL DETIDOS-ACABOU
               READ ARQ-ALOCACOES NEXT RECORD
                   AT END
                       SET DETIDOS-ACABOU TO TRUE
                   NOT AT END
                       MOVE ALO-AREA TO AREA-PROCURADA
                       PERFORM 1450-LOCALIZA-DETIDO
                       IF DET-ACHADO > ZERO
                           ADD 1 TO TDT-QTD(DET-ACHADO)
                       END-IF
               END-READ
           END-PERFORM.

       1450-LOCALIZA-DETIDO.
           MOVE ZERO TO DET-ACHADO.
           PERFORM VARYING IND-DET FROM 1 BY 1
                   UNTIL IND-DET > QTD-AREAS-DET
                      OR DET-ACHADO > ZERO
               IF TDT-AREA(IND-DET) = AREA-PROCURADA
                   MOVE IND-DET TO DET-ACHADO
               END-IF
           END-PERFORM.
           IF DET-ACHADO = ZERO AND QTD-AREAS-DET < 500
               ADD 1 TO QTD-AREAS-DET
               MOVE QTD-AREAS-DET  TO DET-ACHADO
               MOVE AREA-PROCURADA TO TDT-AREA(DET-ACHADO)
               MOVE ZERO           TO TDT-QTD(DET-ACHADO)
           END-IF.

       2000-PROCESSAR.
           PERFORM 2100-LER-PEDIDO.
           PERFORM UNTIL PED-ACABOU OR ERRO-NA-ALOC
               IF PED-QTD IS NUMERIC
                   ADD 1 TO QTD-PEDIDOS
                   CALL 'AREA-VALIDA' USING PED-AREA AREA-NOME-CAD
                                            AREA-RC
                   IF AREA-RC = 0
                       PERFORM 2200-ATENDE-PEDIDO
                   ELSE
                       DISPLAY 'PEDIDO RECUSADO (AREA INVALIDA): '
                               REG-PEDIDO
                       ADD 1 TO QTD-RECUSADOS
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'PEDIDO IGNORADO (QUANTIDADE NAO '
                           'NUMERICA): ' REG-PEDIDO
           END-PERFORM.

       2100-LER-PEDIDO.
      *    O cabecalho (primeira linha) e pulado e o trailer (ultima)
      *    encerra a leitura: o portao ja conferiu os dois.
           READ ARQ-PEDIDOS
               AT END
                   SET PED-ACABOU TO TRUE
           END-READ.
           IF NOT PED-ACABOU AND ENV-E-CABECALHO
               READ ARQ-PEDIDOS
                   AT END
                       SET PED-ACABOU TO TRUE
               END-READ
           END-IF.
           IF NOT PED-ACABOU AND ENV-E-TRAILER
               SET PED-ACABOU TO TRUE
           END-IF.

       2200-ATENDE-PEDIDO.
      *    Avanca pelo extrato atribuindo ao pedido corrente os CPFs
      *    quantidade pedida ou o extrato acabar. O cursor do extrato
      *    nao volta entre pedidos: cada CPF e examinado uma unica
      *    vez na rodada.
           PERFORM 2250-APLICA-COTAS.
           MOVE ZERO TO QTD-ATENDIDA.
           PERFORM UNTIL QTD-ATENDIDA = QTD-CONCEDIDA OR ARQ-ACABOU
                      OR ERRO-NA-ALOC
               PERFORM 2300-LER-EXTRATO
               IF NOT ARQ-ACABOU
                   PERFORM 2400-TENTA-ALOCAR
               END-IF
           END-PERFORM.
           IF DET-ACHADO > ZERO
               ADD QTD-ATENDIDA TO TDT-QTD(DET-ACHADO)
           END-IF.

           DISPLAY 'AREA ' PED-AREA ': ' QTD-ATENDIDA ' DE '
                   PED-QTD ' CPFS ALOCADOS.'.
           IF QTD-CONCEDIDA < PED-QTD
               DISPLAY 'PEDIDO LIMITADO PELA ' MOTIVO-CORTE
                       ' - CONCEDIDOS ' QTD-CONCEDIDA
               ADD 1 TO QTD-LIMITADOS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *    Um pedido incompleto por erro de gravacao ja saiu apontado
      *    em 2400; a mensagem de esgotamento e so para quando o
      *    extrato realmente acabou.
           IF QTD-ATENDIDA < QTD-CONCEDIDA AND NOT ERRO-NA-ALOC
               DISPLAY 'EXTRATO ESGOTADO - PEDIDO ATENDIDO EM PARTE.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 2500-GRAVA-RECIBO.

       2250-APLICA-COTAS.
      *    O concedido e o pedido cortado primeiro a cota por pedido
      *    e depois ao saldo da cota maxima; o motivo registrado e o
      *    do ultimo corte que atuou.
           MOVE PED-QTD TO QTD-CONCEDIDA.
           MOVE SPACES TO MOTIVO-CORTE.
           MOVE PED-AREA TO ARE-CODIGO.
           READ ARQ-AREAS
               INVALID KEY
                   MOVE ZERO TO ARE-COTA-MAXIMA
                   MOVE ZERO TO ARE-COTA-PEDIDO
                   MOVE ZERO TO ARE-PRAZO-DIAS
           END-READ.
           MOVE ARE-PRAZO-DIAS TO PRAZO-PEDIDO.
           CALL 'ALOC-VENCIMENTO' USING PED-AREA DATA-ALOCACAO
                                        DATA-EXPIRA-PED PRAZO-PEDIDO.
           MOVE PED-AREA TO AREA-PROCURADA.
           PERFORM 1450-LOCALIZA-DETIDO.
           MOVE ZERO TO QTD-DETIDA-AREA.
           IF DET-ACHADO > ZERO
               MOVE TDT-QTD(DET-ACHADO) TO QTD-DETIDA-AREA
           END-IF.
           IF ARE-COTA-PEDIDO > ZERO
                   AND QTD-CONCEDIDA > ARE-COTA-PEDIDO
               MOVE ARE-COTA-PEDIDO TO QTD-CONCEDIDA
               MOVE 'COTA POR PEDIDO' TO MOTIVO-CORTE
           END-IF.
           IF ARE-COTA-MAXIMA > ZERO
               IF QTD-DETIDA-AREA NOT LESS THAN ARE-COTA-MAXIMA
                   MOVE ZERO TO SALDO-COTA
               ELSE
                   COMPUTE SALDO-COTA =
                           ARE-COTA-MAXIMA - QTD-DETIDA-AREA
               END-IF
               IF QTD-CONCEDIDA > SALDO-COTA
                   MOVE SALDO-COTA TO QTD-CONCEDIDA
                   MOVE 'COTA DA AREA' TO MOTIVO-CORTE
               END-IF
           END-IF.

       2300-LER-EXTRATO.
           READ ARQUIVO NEXT RECORD
           MOVE PED-AREA        TO ALO-AREA.
           MOVE DATA-ALOCACAO   TO ALO-DATA.
           MOVE NUM-RUN-EXTRATO TO ALO-NUM-RUN.
           MOVE DATA-EXPIRA-PED TO ALO-DATA-EXPIRA.
           MOVE ZERO            TO ALO-QTD-RENOV.
           WRITE REG-ALOCACAO.
           IF FS-ALO = '00'
               ADD 1 TO QTD-ATENDIDA
               END-IF
           END-IF.

       2500-GRAVA-RECIBO.
           MOVE SPACES           TO REG-RECIBO-ALOC.
           MOVE DATA-ALOCACAO    TO RCA-DATA.
           MOVE PED-AREA         TO RCA-AREA.
           MOVE PED-QTD          TO RCA-QTD-PEDIDA.
           MOVE QTD-CONCEDIDA    TO RCA-QTD-CONCEDIDA.
           MOVE QTD-ATENDIDA     TO RCA-QTD-ATENDIDA.
           COMPUTE RCA-QTD-FALTA-COTA = PED-QTD - QTD-CONCEDIDA.
           MOVE MOTIVO-CORTE     TO RCA-MOTIVO.
           IF QTD-ATENDIDA < QTD-CONCEDIDA
               MOVE 'EXTRATO ESGOTADO' TO RCA-MOTIVO
           END-IF.
           COMPUTE RCA-QTD-DETIDA = QTD-DETIDA-AREA + QTD-ATENDIDA.
           MOVE ARE-COTA-MAXIMA  TO RCA-COTA-MAXIMA.
           MOVE ARE-COTA-PEDIDO  TO RCA-COTA-PEDIDO.
           MOVE NUM-RUN-EXTRATO  TO RCA-NUM-RUN.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'       TO RCA-OPERADOR
           ELSE
               MOVE OPR-SESSAO-CODIGO TO RCA-OPERADOR
           END-IF.
           WRITE REG-RECIBO-ALOC.

       3000-FINALIZAR.
           CLOSE ARQ-PEDIDOS.
           CLOSE ARQUIVO.
           CLOSE ARQ-ALOCACOES.
           CLOSE ARQ-ENTREGA.
           CLOSE ARQ-AREAS.
           CLOSE ARQ-RECIBO.
           DISPLAY '-------------------------------------------'.
           DISPLAY QTD-PEDIDOS      ' PEDIDOS PROCESSADOS.'.
           DISPLAY QTD-ALOCADOS-TOT ' CPFS ALOCADOS NA RODADA.'.
           DISPLAY QTD-JA-ALOCADOS  ' CPFS PULADOS (JA ALOCADOS).'.
           DISPLAY QTD-RECUSADOS    ' PEDIDOS RECUSADOS (AREA).'.
           DISPLAY QTD-LIMITADOS    ' PEDIDOS LIMITADOS PELA COTA.'.
           IF NOT ERRO-NA-ALOC
               MOVE 'B' TO PORTAO-FUNCAO
               CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                       PORTAO-RC
           END-IF.

       COPY FS-VERIFICA.
