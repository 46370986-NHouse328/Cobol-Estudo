      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Uso das cotas de alocacao por area: para cada area
      *            do cadastro (ARQAREA), quantos CPFs ela detem hoje
      *            em ARQALOC, a cota maxima e o percentual usado, a
      *            cota por pedido e, pelo razao de recibos de
      *            CPF-ALOCACAO (ARQALOCCTL), quantos pedidos fez,
      *            quanto deixou de receber por cota e os seus tres
      *            maiores pedidos - os numeros reais para discutir
      *            limites com as squads. Relatorio em ARQCOTAREL,
      *            tambem exibido; RC 4 quando alguma area detem mais
      *            do que a cota (cota reduzida depois da alocacao).
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, junto com as cotas de alocacao. Codigos
      *     antigos que ainda detem CPFs sem estar no cadastro saem
      *     no fim da lista, marcados FORA DO CADASTRO.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      *   - O relatorio ARQCOTAREL e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      *   - Area sem cota sai como S/ COTA, sem o sinal de
      *     porcento: o texto anterior nao cabia na coluna de uso e
      *     saia cortado, com o % colado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-ALOC-COTA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-AREAS ASSIGN TO "ARQAREA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ARE-CODIGO
                       FILE STATUS IS FS-ARE.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-RECIBO ASSIGN TO "ARQALOCCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RCA.

                       SELECT ARQ-RELATORIO ASSIGN TO "ARQCOTAREL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-AREAS.

                       01 REG-AREA.
                           COPY AREA.

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-RECIBO
                       LABEL RECORD STANDARD.

                       01 REG-RECIBO-ALOC.
                           05 RCA-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 RCA-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 RCA-QTD-PEDIDA   PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 RCA-QTD-CONCEDIDA PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 RCA-QTD-ATENDIDA PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 RCA-QTD-FALTA-COTA PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 RCA-MOTIVO       PIC X(16).
                           05 FILLER           PIC X(01).
                           05 RCA-QTD-DETIDA   PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 RCA-COTA-MAXIMA  PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 RCA-COTA-PEDIDO  PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 RCA-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 RCA-OPERADOR     PIC X(08).

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO        PIC X(120).

               WORKING-STORAGE SECTION.

                   01 FS-ARE           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-RCA           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 LEITURA-FIM      PIC X(01) VALUE 'N'.
                       88 LEITURA-ACABOU   VALUE 'S'.
                   01 ERRO-COTA-SW     PIC X(01) VALUE 'N'.
                       88 ERRO-NA-COTA     VALUE 'S'.

                   01 TAB-AREAS.
                       05 TAB-AREA OCCURS 500 TIMES.
                           10 TA-CODIGO    PIC X(08).
                           10 TA-ATIVA     PIC X(01).
                           10 TA-COTA-MAX  PIC 9(09).
                           10 TA-COTA-PED  PIC 9(07).
                           10 TA-DETIDO    PIC 9(09).
                           10 TA-PEDIDOS   PIC 9(05).
                           10 TA-FALTA     PIC 9(09).
                           10 TA-MAIOR OCCURS 3 TIMES.
                               15 TM-DATA  PIC 9(08).
                               15 TM-PEDIDA PIC 9(07).
                               15 TM-CONCEDIDA PIC 9(07).
                   01 QTD-AREAS        PIC 9(03) VALUE ZERO.
                   01 IND-AREA         PIC 9(03).
                   01 AREA-ACHADA      PIC 9(03) VALUE ZERO.
                   01 AREA-PROCURADA   PIC X(08).
                   01 IND-MAIOR        PIC 9(01).
                   01 POS-MAIOR        PIC 9(01).
                   01 QTD-ACIMA        PIC 9(03) VALUE ZERO.
                   01 QTD-FORA-TABELA  PIC 9(09) VALUE ZERO.

                   01 PCT-USO          PIC 9(05)V9 VALUE ZERO.

                   01 LINHA-AREA.
                       05 LA-CODIGO        PIC X(08).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LA-ATIVA         PIC X(01).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LA-DETIDO        PIC ZZZZZZZZ9.
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LA-COTA          PIC ZZZZZZZZ9.
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LA-PCT           PIC ZZZZ9.9.
                       05 LA-PCT-X         REDEFINES LA-PCT
                                           PIC X(07).
                       05 LA-PCT-SINAL     PIC X(02) VALUE '% '.
                       05 LA-COTA-PED      PIC ZZZZZZ9.
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LA-PEDIDOS       PIC ZZZZ9.
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LA-FALTA         PIC ZZZZZZZZ9.
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LA-OBS           PIC X(20).

                   01 LINHA-MAIORES.
                       05 FILLER           PIC X(20) VALUE
                          '    MAIORES PEDIDOS:'.
                       05 LM-PEDIDO OCCURS 3 TIMES.
                           10 FILLER       PIC X(01) VALUE SPACE.
                           10 LM-DATA      PIC 9(08).
                           10 FILLER       PIC X(01) VALUE SPACE.
                           10 LM-PEDIDA    PIC ZZZZZZ9.
                           10 FILLER       PIC X(02) VALUE ' ('.
                           10 LM-CONCEDIDA PIC ZZZZZZ9.
                           10 FILLER       PIC X(01) VALUE ')'.

                   01 LINHA-CABECALHO.
                       05 FILLER           PIC X(40) VALUE
                          'AREA     S   DETIDOS      COTA     USO% '.
                       05 FILLER           PIC X(80) VALUE
                          'POR PED PEDID FALTA COT OBSERVACAO'.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-CARREGA-AREAS.
           IF NOT ERRO-NA-COTA
               PERFORM 2000-CONTA-DETIDOS
               PERFORM 3000-LE-RECIBOS
               PERFORM 4000-EMITE-RELATORIO
           END-IF.

           GOBACK.

       1000-CARREGA-AREAS.
           MOVE 'N' TO ERRO-COTA-SW.
           MOVE ZERO TO QTD-AREAS.
           MOVE ZERO TO QTD-ACIMA.
           MOVE ZERO TO QTD-FORA-TABELA.
           INITIALIZE TAB-AREAS.
           OPEN INPUT ARQ-AREAS.
           IF FS-ARE NOT = '00'
               DISPLAY 'CADASTRO DE AREAS (ARQAREA) INDISPONIVEL - FS '
                       FS-ARE
               MOVE 'S' TO ERRO-COTA-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-AREAS NEXT RECORD
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           IF QTD-AREAS < 500
                               ADD 1 TO QTD-AREAS
                               MOVE ARE-CODIGO
                                   TO TA-CODIGO(QTD-AREAS)
                               MOVE ARE-ATIVA
                                   TO TA-ATIVA(QTD-AREAS)
                               MOVE ARE-COTA-MAXIMA
                                   TO TA-COTA-MAX(QTD-AREAS)
                               MOVE ARE-COTA-PEDIDO
                                   TO TA-COTA-PED(QTD-AREAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AREAS
           END-IF.

       2000-CONTA-DETIDOS.
      *    Sem ARQALOC ainda nao houve alocacao: tudo sai zerado.
           OPEN INPUT ARQ-ALOCACOES.
           IF FS-ALO = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-ALOCACOES NEXT RECORD
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE ALO-AREA TO AREA-PROCURADA
                           PERFORM 2100-LOCALIZA-AREA
                           IF AREA-ACHADA > ZERO
                               ADD 1 TO TA-DETIDO(AREA-ACHADA)
                           ELSE
                               ADD 1 TO QTD-FORA-TABELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALOCACOES
           ELSE
               DISPLAY 'ARQALOC INDISPONIVEL - DETIDOS ZERADOS.'
           END-IF.

       2100-LOCALIZA-AREA.
      *    Codigo fora do cadastro entra no fim da tabela, marcado
      *    com situacao '?', para o que ele detem nao sumir da conta.
           MOVE ZERO TO AREA-ACHADA.
           PERFORM VARYING IND-AREA FROM 1 BY 1
                   UNTIL IND-AREA > QTD-AREAS
                      OR AREA-ACHADA > ZERO
               IF TA-CODIGO(IND-AREA) = AREA-PROCURADA
                   MOVE IND-AREA TO AREA-ACHADA
               END-IF
           END-PERFORM.
           IF AREA-ACHADA = ZERO AND QTD-AREAS < 500
               ADD 1 TO QTD-AREAS
               MOVE QTD-AREAS      TO AREA-ACHADA
               MOVE AREA-PROCURADA TO TA-CODIGO(AREA-ACHADA)
               MOVE '?'            TO TA-ATIVA(AREA-ACHADA)
           END-IF.

       3000-LE-RECIBOS.
      *    Sem razao de recibos os pedidos saem zerados; as cotas e
      *    os detidos continuam valendo.
           OPEN INPUT ARQ-RECIBO.
           IF FS-RCA = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-RECIBO
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE RCA-AREA TO AREA-PROCURADA
                           PERFORM 2100-LOCALIZA-AREA
                           IF AREA-ACHADA > ZERO
                               PERFORM 3100-ACUMULA-RECIBO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RECIBO
           ELSE
               DISPLAY 'ARQALOCCTL INDISPONIVEL - SEM HISTORICO DE '
                       'PEDIDOS.'
           END-IF.

       3100-ACUMULA-RECIBO.
           ADD 1 TO TA-PEDIDOS(AREA-ACHADA).
           ADD RCA-QTD-FALTA-COTA TO TA-FALTA(AREA-ACHADA).
      *    Os tres maiores pedidos ficam em ordem decrescente; o novo
      *    entra na primeira posicao que supera, empurrando os demais.
           MOVE ZERO TO POS-MAIOR.
           PERFORM VARYING IND-MAIOR FROM 1 BY 1
                   UNTIL IND-MAIOR > 3 OR POS-MAIOR > ZERO
               IF RCA-QTD-PEDIDA > TM-PEDIDA(AREA-ACHADA IND-MAIOR)
                   MOVE IND-MAIOR TO POS-MAIOR
               END-IF
           END-PERFORM.
           IF POS-MAIOR > ZERO
               PERFORM VARYING IND-MAIOR FROM 3 BY -1
                       UNTIL IND-MAIOR NOT > POS-MAIOR
                   MOVE TA-MAIOR(AREA-ACHADA IND-MAIOR - 1)
                     TO TA-MAIOR(AREA-ACHADA IND-MAIOR)
               END-PERFORM
               MOVE RCA-DATA
                 TO TM-DATA(AREA-ACHADA POS-MAIOR)
               MOVE RCA-QTD-PEDIDA
                 TO TM-PEDIDA(AREA-ACHADA POS-MAIOR)
               MOVE RCA-QTD-CONCEDIDA
                 TO TM-CONCEDIDA(AREA-ACHADA POS-MAIOR)
           END-IF.

       4000-EMITE-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF FS-REL NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQCOTAREL - FS ' FS-REL
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '-------------------------------------------'
               DISPLAY 'USO DAS COTAS DE ALOCACAO POR AREA'
               DISPLAY '-------------------------------------------'
               WRITE REG-RELATORIO FROM LINHA-CABECALHO
               DISPLAY LINHA-CABECALHO
               PERFORM VARYING IND-AREA FROM 1 BY 1
                       UNTIL IND-AREA > QTD-AREAS
                   PERFORM 4100-LINHA-DA-AREA
               END-PERFORM
               CLOSE ARQ-RELATORIO
               MOVE 'ARQCOTAREL'   TO REL-TIPO
               MOVE 'CPF-ALOC-COTA' TO REL-PROGRAMA
               MOVE ZERO TO REL-RUN
               MOVE ZERO TO REL-ULTIMAS
               MOVE RETURN-CODE TO REL-RC-CHAMADOR
               CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO
               DISPLAY '-------------------------------------------'
               DISPLAY QTD-AREAS ' AREAS, ' QTD-ACIMA
                       ' ACIMA DA COTA.'
               IF QTD-FORA-TABELA > ZERO
                   DISPLAY QTD-FORA-TABELA ' ALOCACOES ALEM DO LIMITE '
                           'DE 500 AREAS NAO CONTADAS.'
               END-IF
               IF QTD-ACIMA > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       4100-LINHA-DA-AREA.
           MOVE TA-CODIGO(IND-AREA)   TO LA-CODIGO.
           MOVE TA-ATIVA(IND-AREA)    TO LA-ATIVA.
           MOVE TA-DETIDO(IND-AREA)   TO LA-DETIDO.
           MOVE TA-COTA-MAX(IND-AREA) TO LA-COTA.
           MOVE TA-COTA-PED(IND-AREA) TO LA-COTA-PED.
           MOVE TA-PEDIDOS(IND-AREA)  TO LA-PEDIDOS.
           MOVE TA-FALTA(IND-AREA)    TO LA-FALTA.
           MOVE SPACES                TO LA-OBS.
           IF TA-COTA-MAX(IND-AREA) = ZERO
               MOVE 'S/ COTA' TO LA-PCT-X
               MOVE SPACES    TO LA-PCT-SINAL
           ELSE
               MOVE '% '      TO LA-PCT-SINAL
               COMPUTE PCT-USO ROUNDED =
                       TA-DETIDO(IND-AREA) * 100
                       / TA-COTA-MAX(IND-AREA)
                   ON SIZE ERROR
                       MOVE 99999.9 TO PCT-USO
               END-COMPUTE
               MOVE PCT-USO TO LA-PCT
               IF TA-DETIDO(IND-AREA) > TA-COTA-MAX(IND-AREA)
                   MOVE 'ACIMA DA COTA' TO LA-OBS
                   ADD 1 TO QTD-ACIMA
               END-IF
           END-IF.
           IF TA-ATIVA(IND-AREA) = '?'
               MOVE 'FORA DO CADASTRO' TO LA-OBS
           END-IF.
           WRITE REG-RELATORIO FROM LINHA-AREA.
           DISPLAY LINHA-AREA.
           IF TA-PEDIDOS(IND-AREA) > ZERO
               PERFORM VARYING IND-MAIOR FROM 1 BY 1
                       UNTIL IND-MAIOR > 3
                   MOVE TM-DATA(IND-AREA IND-MAIOR)
                     TO LM-DATA(IND-MAIOR)
                   MOVE TM-PEDIDA(IND-AREA IND-MAIOR)
                     TO LM-PEDIDA(IND-MAIOR)
                   MOVE TM-CONCEDIDA(IND-AREA IND-MAIOR)
                     TO LM-CONCEDIDA(IND-MAIOR)
               END-PERFORM
               WRITE REG-RELATORIO FROM LINHA-MAIORES
               DISPLAY LINHA-MAIORES
           END-IF.
