      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Rateio mensal do servico de massa de teste entre as
      *            areas consumidoras: para a competencia pedida
      *            (AAAAMM) soma, por area, os CPFs alocados no mes
      *            (ARQALOC mais os ja devolvidos, pelo razao
      *            ARQDEVCTL), entregues (ARQENTRDET), devolvidos
      *            (ARQDEVCTL, inclusive os vencidos) e detidos no
      *            fim do mes, os pedidos de geracao atendidos (GERREQ)
      *            e as empresas de teste recebidas (ARQEMPRESA);
      *            aplica os precos unitarios da tabela de tarifas
      *            ARQTARIFA, mantida pela operacao, e grava o arquivo
      *            de rateio ARQRATEIO em layout fixo, ordenado pelo
      *            centro de custo da area (cabecalho H, um detalhe D
      *            por area, trailer T com contagem e valor total),
      *            para o financeiro carregar sem redigitar. O
      *            demonstrativo impresso sai em ARQRATEIOREL, com
      *            subtotal por centro de custo.
      *
      *            ARQTARIFA tem uma linha por item: o nome do item
      *            (ALOCADO, ENTREGUE, DEVOLVIDO, DETIDO, PEDIDO ou
      *            EMPRESA) nas colunas 1-10 e o preco unitario
      *            99999.99 nas colunas 12-19; linha iniciada por *
      *            e comentario.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. Codigo de area fora do cadastro entra no
      *     rateio sob o centro de custo SEM-CC e o programa termina
      *     com RC 4, como item sem tarifa; sem cadastro de areas ou
      *     sem tarifas nada e gravado (RC 8). Pedido atendido antes
      *     de GERREQ guardar a data do atendimento tem a data tirada
      *     do historico de manifestos (ARQCPF2MFH) pelo numero do
      *     run.
      *   - GERREQ lido na largura atual: o pedido ganhou a data de
      *     entrada na fila (REQ-DATA-PEDIDO) no fim do registro.
      *   - O relatorio ARQRATEIOREL e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-RATEIO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-AREAS ASSIGN TO "ARQAREA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ARE-CODIGO
                       FILE STATUS IS FS-ARE.

                       SELECT ARQ-TARIFAS ASSIGN TO "ARQTARIFA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-TAR.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-RAZAO-DEV ASSIGN TO "ARQDEVCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DEV.

                       SELECT ARQ-DETALHE ASSIGN TO "ARQENTRDET"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DET.

                       SELECT ARQ-FILA ASSIGN TO "GERREQ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-FIL.

                       SELECT ARQ-MF-HIST ASSIGN TO "ARQCPF2MFH"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MFH.

                       SELECT ARQ-EMPRESAS ASSIGN TO "ARQEMPRESA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS EMP-CHAVE
                       ALTERNATE RECORD KEY IS EMP-CNPJ
                       FILE STATUS IS FS-EMP.

                       SELECT ARQ-RATEIO ASSIGN TO "ARQRATEIO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RAT.

                       SELECT ARQ-RELATORIO ASSIGN TO "ARQRATEIOREL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

                       SELECT ARQ-CLASSIFICA ASSIGN TO "RATSORTWK".

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-AREAS.

                   01 REG-AREA.
                       COPY AREA.

                   FD ARQ-TARIFAS
                       LABEL RECORD STANDARD.

                       01 REG-TARIFA.
                           05 TAR-ITEM         PIC X(10).
                           05 FILLER           PIC X(01).
                           05 TAR-PRECO-INT    PIC X(05).
                           05 TAR-PONTO        PIC X(01).
                           05 TAR-PRECO-DEC    PIC X(02).

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
                           05 FILLER           PIC X(01).
                           05 DEV-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 DEV-CPF          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 DEV-DATA-ALOC    PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 DEV-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 DEV-CRITERIO     PIC X(30).
                           05 FILLER           PIC X(01).
                           05 DEV-OPERADOR     PIC X(08).

                   FD ARQ-DETALHE
                       LABEL RECORD STANDARD.

                       01 REG-DETALHE.
                           05 DET-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 DET-CPF          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 DET-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 DET-DATA         PIC 9(08).

                   FD ARQ-FILA
                       LABEL RECORD STANDARD.

                       01 REG-PEDIDO-GER.
                           05 REQ-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 REQ-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 REQ-INICIO       PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 REQ-LIMITE       PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 REQ-QTD          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 REQ-PRAZO        PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 REQ-SITUACAO     PIC X(01).
                           05 FILLER           PIC X(01).
                           05 REQ-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 REQ-REGIOES      PIC X(10).
                           05 FILLER           PIC X(01).
                           05 REQ-DATA-ATEND   PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 REQ-DATA-PEDIDO  PIC 9(08).

                   FD ARQ-MF-HIST
                       LABEL RECORD STANDARD.

                       01 REG-MF-HIST.
                           05 HST-DATA-EXEC    PIC 9(08).
                           05 HST-CPF-INICIO   PIC 9(11).
                           05 HST-CPF-LIMITE   PIC 9(11).
                           05 HST-QTD-VAL      PIC 9(11).
                           05 HST-QTD-DUP      PIC 9(11).
                           05 HST-QTD-BLK      PIC 9(11).
                           05 HST-NUM-RUN      PIC 9(10).
                           05 HST-OPERADOR     PIC X(08).
                           05 HST-MODO-GER     PIC 9(01).

                   FD ARQ-EMPRESAS.

                       01 REG-EMPRESA.
                           05 EMP-CHAVE        PIC 9(10).
                           05 EMP-CNPJ         PIC X(14).
                           05 EMP-CNPJ-PONT    PIC X(18).
                           05 EMP-AREA         PIC X(08).
                           05 EMP-DATA-CRIACAO PIC 9(08).
                           05 EMP-QTD-SOCIOS   PIC 9(02).
                           05 EMP-OPERADOR     PIC X(08).

                   FD ARQ-RATEIO
                       LABEL RECORD STANDARD.

                       01 REG-RATEIO-CAB.
                           05 RTC-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 RTC-COMPETENCIA  PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 RTC-DATA-GERACAO PIC 9(08).
                           05 RTC-TARIFA OCCURS 6 TIMES.
                               10 FILLER           PIC X(01).
                               10 RTC-ITEM         PIC X(10).
                               10 FILLER           PIC X(01).
                               10 RTC-PRECO        PIC 9(05)V99.

                       01 REG-RATEIO-DET.
                           05 RTD-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 RTD-CENTRO-CUSTO PIC X(10).
                           05 FILLER           PIC X(01).
                           05 RTD-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 RTD-COMPETENCIA  PIC 9(06).
                           05 RTD-ITEM OCCURS 6 TIMES.
                               10 FILLER           PIC X(01).
                               10 RTD-QTD          PIC 9(09).
                               10 FILLER           PIC X(01).
                               10 RTD-VALOR        PIC 9(09)V99.
                           05 FILLER           PIC X(01).
                           05 RTD-VALOR-TOTAL  PIC 9(11)V99.

                       01 REG-RATEIO-TRL.
                           05 RTT-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 RTT-COMPETENCIA  PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 RTT-QTD-DETALHES PIC 9(07).
                           05 FILLER           PIC X(01).
                           05 RTT-VALOR-TOTAL  PIC 9(13)V99.

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO        PIC X(132).

                   SD ARQ-CLASSIFICA.

                       01 REG-CLASSIFICA.
                           05 CLA-CENTRO-CUSTO PIC X(10).
                           05 CLA-AREA         PIC X(08).
                           05 CLA-QTD          PIC 9(09) OCCURS 6.

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-ARE           PIC X(02).
                   01 FS-TAR           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-DEV           PIC X(02).
                   01 FS-DET           PIC X(02).
                   01 FS-FIL           PIC X(02).
                   01 FS-MFH           PIC X(02).
                   01 FS-EMP           PIC X(02).
                   01 FS-RAT           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 LEITURA-FIM      PIC X(01) VALUE 'N'.
                       88 LEITURA-ACABOU   VALUE 'S'.
                   01 CLA-FIM          PIC X(01) VALUE 'N'.
                       88 CLA-ACABOU       VALUE 'S'.
                   01 ERRO-RAT-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NO-RATEIO   VALUE 'S'.
                   01 AREA-ACHADA-SW   PIC X(01) VALUE 'N'.
                       88 AREA-ACHADA      VALUE 'S'.

                   01 COMPETENCIA      PIC 9(06) VALUE ZERO.
                   01 COMPETENCIA-RED  REDEFINES COMPETENCIA.
                       05 COMP-ANO     PIC 9(04).
                       05 COMP-MES     PIC 9(02).
                   01 FIM-COMPETENCIA  PIC 9(08) VALUE ZERO.
                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 DATA-HOJE-RED    REDEFINES DATA-HOJE.
                       05 HOJE-ANO     PIC 9(04).
                       05 HOJE-MES     PIC 9(02).
                       05 HOJE-DIA     PIC 9(02).
                   01 MES-DA-DATA      PIC 9(06) VALUE ZERO.

      *            Itens cobrados, na ordem das colunas do rateio:
      *            1 ALOCADO, 2 ENTREGUE, 3 DEVOLVIDO, 4 DETIDO no fim
      *            do mes, 5 PEDIDO atendido, 6 EMPRESA recebida.
                   01 NOMES-ITENS.
                       05 FILLER       PIC X(10) VALUE 'ALOCADO'.
                       05 FILLER       PIC X(10) VALUE 'ENTREGUE'.
                       05 FILLER       PIC X(10) VALUE 'DEVOLVIDO'.
                       05 FILLER       PIC X(10) VALUE 'DETIDO'.
                       05 FILLER       PIC X(10) VALUE 'PEDIDO'.
                       05 FILLER       PIC X(10) VALUE 'EMPRESA'.
                   01 NOMES-ITENS-RED  REDEFINES NOMES-ITENS.
                       05 NOME-ITEM    PIC X(10) OCCURS 6.
                   01 TAB-PRECOS.
                       05 PRECO-ITEM   PIC 9(05)V99 OCCURS 6.
                       05 TARIFA-LIDA  PIC X(01) OCCURS 6.
                   01 IND-ITEM         PIC 9(01).
                   01 ITEM-CONTADO     PIC 9(01).
                   01 PRECO-INT        PIC 9(05).
                   01 PRECO-DEC        PIC 9(02).

                   01 TAB-RATEIO.
                       05 TAB-RAT OCCURS 501 TIMES.
                           10 TR-AREA          PIC X(08).
                           10 TR-CENTRO-CUSTO  PIC X(10).
                           10 TR-QTD           PIC 9(09) OCCURS 6.
                   01 QTD-AREAS        PIC 9(03) VALUE ZERO.
                   01 IND-AREA         PIC 9(03).
                   01 AREA-ACHADA-IND  PIC 9(03) VALUE ZERO.
                   01 CODIGO-LIDO      PIC X(08).
                   01 QTD-FORA-CADASTRO PIC 9(03) VALUE ZERO.

      *            Pedidos atendidos sem data gravada: resolvidos pelo
      *            run no historico de manifestos.
                   01 TAB-RUNS.
                       05 TAB-RUN OCCURS 200 TIMES.
                           10 TRN-NUM-RUN      PIC 9(10).
                           10 TRN-AREA         PIC 9(03).
                           10 TRN-RESOLVIDO    PIC X(01).
                   01 QTD-RUNS         PIC 9(03) VALUE ZERO.
                   01 IND-RUN          PIC 9(03).

                   01 CC-ANTERIOR      PIC X(10) VALUE SPACES.
                   01 QTD-DETALHES     PIC 9(07) VALUE ZERO.
                   01 VALOR-ITEM       PIC 9(09)V99 VALUE ZERO.
                   01 VALOR-AREA       PIC 9(11)V99 VALUE ZERO.
                   01 VALOR-CC         PIC 9(13)V99 VALUE ZERO.
                   01 VALOR-GERAL      PIC 9(13)V99 VALUE ZERO.

                   01 LINHA-AREA.
                       05 LA-CENTRO-CUSTO  PIC X(10).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LA-AREA          PIC X(08).
                       05 LA-QTD OCCURS 6  PIC ZZZZZZZZZ9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LA-VALOR         PIC ZZZZZZZZZZ9.99.
                       05 FILLER           PIC X(37) VALUE SPACES.

                   01 LINHA-SUBTOTAL.
                       05 FILLER           PIC X(19)
                                           VALUE 'SUBTOTAL CENTRO DE '.
                       05 FILLER           PIC X(07) VALUE 'CUSTO '.
                       05 LS-CENTRO-CUSTO  PIC X(10).
                       05 FILLER           PIC X(41) VALUE SPACES.
                       05 LS-VALOR         PIC ZZZZZZZZZZZZ9.99.
                       05 FILLER           PIC X(39) VALUE SPACES.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NO-RATEIO
               PERFORM 1200-CARREGA-TARIFAS
           END-IF.
           IF NOT ERRO-NO-RATEIO
               PERFORM 1100-CARREGA-AREAS
           END-IF.
           IF NOT ERRO-NO-RATEIO
               PERFORM 2000-CONTA-ALOCACOES
               PERFORM 2100-CONTA-DEVOLUCOES
               PERFORM 2200-CONTA-ENTREGAS
               PERFORM 2300-CONTA-PEDIDOS
               PERFORM 2400-CONTA-EMPRESAS
               PERFORM 3000-EMITE-RATEIO
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'RATEIO' TO ERR-PROGRAMA.
           MOVE 'ARQRATEIO' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-RAT-SW.
           MOVE ZERO TO QTD-AREAS.
           MOVE ZERO TO QTD-RUNS.
           MOVE ZERO TO QTD-FORA-CADASTRO.
           INITIALIZE TAB-RATEIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

      *    Competencia zero e o mes anterior ao corrente - o rateio
      *    roda no inicio do mes sobre o mes fechado.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES ANTERIOR) :'.
           ACCEPT COMPETENCIA.
           IF COMPETENCIA = ZERO
               IF HOJE-MES = 1
                   COMPUTE COMP-ANO = HOJE-ANO - 1
                   MOVE 12 TO COMP-MES
               ELSE
                   MOVE HOJE-ANO TO COMP-ANO
                   COMPUTE COMP-MES = HOJE-MES - 1
               END-IF
           END-IF.
           IF COMP-MES < 1 OR COMP-MES > 12 OR COMP-ANO < 1900
               DISPLAY 'COMPETENCIA INVALIDA: ' COMPETENCIA
               MOVE 'S' TO ERRO-RAT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
      *    Datas sao AAAAMMDD: tudo ate AAAAMM99 esta dentro ou antes
      *    do mes.
           COMPUTE FIM-COMPETENCIA = COMPETENCIA * 100 + 99.

       1100-CARREGA-AREAS.
           OPEN INPUT ARQ-AREAS.
           IF FS-ARE NOT = '00'
               DISPLAY 'CADASTRO DE AREAS (ARQAREA) INDISPONIVEL - FS '
                       FS-ARE
               MOVE 'S' TO ERRO-RAT-SW
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
                                   TO TR-AREA(QTD-AREAS)
                               MOVE ARE-CENTRO-CUSTO
                                   TO TR-CENTRO-CUSTO(QTD-AREAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AREAS
           END-IF.

       1200-CARREGA-TARIFAS.
           MOVE ALL 'N' TO TAB-PRECOS.
           PERFORM VARYING IND-ITEM FROM 1 BY 1 UNTIL IND-ITEM > 6
               MOVE ZERO TO PRECO-ITEM(IND-ITEM)
           END-PERFORM.
           OPEN INPUT ARQ-TARIFAS.
           IF FS-TAR NOT = '00'
               DISPLAY 'TABELA DE TARIFAS (ARQTARIFA) INDISPONIVEL - '
                       'FS ' FS-TAR
               MOVE 'S' TO ERRO-RAT-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-TARIFAS
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           IF TAR-ITEM(1:1) NOT = '*'
                                   AND TAR-ITEM NOT = SPACES
                               PERFORM 1300-GUARDA-TARIFA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TARIFAS
               PERFORM VARYING IND-ITEM FROM 1 BY 1 UNTIL IND-ITEM > 6
                   IF TARIFA-LIDA(IND-ITEM) NOT = 'S'
                       DISPLAY 'SEM TARIFA PARA ' NOME-ITEM(IND-ITEM)
                               ' - COBRADO A ZERO.'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-PERFORM
           END-IF.

       1300-GUARDA-TARIFA.
           MOVE ZERO TO ITEM-CONTADO.
           PERFORM VARYING IND-ITEM FROM 1 BY 1 UNTIL IND-ITEM > 6
               IF TAR-ITEM = NOME-ITEM(IND-ITEM)
                   MOVE IND-ITEM TO ITEM-CONTADO
               END-IF
           END-PERFORM.
           IF ITEM-CONTADO = ZERO
               DISPLAY 'ITEM DESCONHECIDO EM ARQTARIFA: ' TAR-ITEM
               MOVE 4 TO RETURN-CODE
           ELSE
               IF TAR-PRECO-INT IS NUMERIC AND TAR-PONTO = '.'
                       AND TAR-PRECO-DEC IS NUMERIC
                   MOVE TAR-PRECO-INT TO PRECO-INT
                   MOVE TAR-PRECO-DEC TO PRECO-DEC
                   COMPUTE PRECO-ITEM(ITEM-CONTADO) =
                           PRECO-INT + PRECO-DEC / 100
                   MOVE 'S' TO TARIFA-LIDA(ITEM-CONTADO)
               ELSE
                   DISPLAY 'PRECO INVALIDO EM ARQTARIFA PARA '
                           TAR-ITEM ' - ESPERADO 99999.99.'
                   MOVE 'S' TO ERRO-RAT-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2000-CONTA-ALOCACOES.
      *    Alocacao corrente: alocada no mes conta como ALOCADO; feita
      *    ate o fim do mes, como DETIDO no fim do mes.
           OPEN INPUT ARQ-ALOCACOES.
           IF FS-ALO NOT = '00'
               DISPLAY 'ARQALOC INDISPONIVEL - NAO CONTADO.'
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-ALOCACOES NEXT RECORD
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE ALO-AREA TO CODIGO-LIDO
                           PERFORM 5000-LOCALIZA-AREA
                           COMPUTE MES-DA-DATA = ALO-DATA / 100
                           IF MES-DA-DATA = COMPETENCIA
                               ADD 1 TO TR-QTD(AREA-ACHADA-IND, 1)
                           END-IF
                           IF ALO-DATA NOT > FIM-COMPETENCIA
                               ADD 1 TO TR-QTD(AREA-ACHADA-IND, 4)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALOCACOES
           END-IF.

       2100-CONTA-DEVOLUCOES.
      *    Cada devolucao (inclusive as vencidas, criterio EXPIRADO)
      *    conta como DEVOLVIDO no mes em que ocorreu; a alocacao
      *    devolvida ainda entra como ALOCADO no mes em que foi feita
      *    e como DETIDO se so saiu depois do fim do mes.
           OPEN INPUT ARQ-RAZAO-DEV.
           IF FS-DEV NOT = '00'
               DISPLAY 'ARQDEVCTL INDISPONIVEL - NAO CONTADO.'
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-RAZAO-DEV
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE DEV-AREA TO CODIGO-LIDO
                           PERFORM 5000-LOCALIZA-AREA
                           COMPUTE MES-DA-DATA = DEV-DATA / 100
                           IF MES-DA-DATA = COMPETENCIA
                               ADD 1 TO TR-QTD(AREA-ACHADA-IND, 3)
                           END-IF
                           COMPUTE MES-DA-DATA = DEV-DATA-ALOC / 100
                           IF MES-DA-DATA = COMPETENCIA
                               ADD 1 TO TR-QTD(AREA-ACHADA-IND, 1)
                           END-IF
                           IF DEV-DATA-ALOC NOT > FIM-COMPETENCIA
                                   AND DEV-DATA > FIM-COMPETENCIA
                               ADD 1 TO TR-QTD(AREA-ACHADA-IND, 4)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO-DEV
           END-IF.

       2200-CONTA-ENTREGAS.
           OPEN INPUT ARQ-DETALHE.
           IF FS-DET NOT = '00'
               DISPLAY 'ARQENTRDET INDISPONIVEL - NAO CONTADO.'
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-DETALHE
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = DET-DATA / 100
                           IF MES-DA-DATA = COMPETENCIA
                               MOVE DET-AREA TO CODIGO-LIDO
                               PERFORM 5000-LOCALIZA-AREA
                               ADD 1 TO TR-QTD(AREA-ACHADA-IND, 2)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DETALHE
           END-IF.

       2300-CONTA-PEDIDOS.
           OPEN INPUT ARQ-FILA.
           IF FS-FIL NOT = '00'
               DISPLAY 'GERREQ INDISPONIVEL - NAO CONTADO.'
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   MOVE SPACES TO REG-PEDIDO-GER
                   READ ARQ-FILA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           IF REQ-SITUACAO = 'A'
                               PERFORM 2310-CONTA-ATENDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FILA
               IF QTD-RUNS > ZERO
                   PERFORM 2350-RESOLVE-RUNS
               END-IF
           END-IF.

       2310-CONTA-ATENDIDO.
           MOVE REQ-AREA TO CODIGO-LIDO.
           PERFORM 5000-LOCALIZA-AREA.
           IF REQ-DATA-ATEND IS NUMERIC AND REQ-DATA-ATEND > ZERO
               COMPUTE MES-DA-DATA = REQ-DATA-ATEND / 100
               IF MES-DA-DATA = COMPETENCIA
                   ADD 1 TO TR-QTD(AREA-ACHADA-IND, 5)
               END-IF
           ELSE
               IF QTD-RUNS < 200
                   ADD 1 TO QTD-RUNS
                   MOVE REQ-NUM-RUN     TO TRN-NUM-RUN(QTD-RUNS)
                   MOVE AREA-ACHADA-IND TO TRN-AREA(QTD-RUNS)
                   MOVE 'N'             TO TRN-RESOLVIDO(QTD-RUNS)
               END-IF
           END-IF.

       2350-RESOLVE-RUNS.
           OPEN INPUT ARQ-MF-HIST.
           IF FS-MFH NOT = '00'
               DISPLAY 'ARQCPF2MFH INDISPONIVEL - ' QTD-RUNS
                       ' PEDIDO(S) ATENDIDO(S) SEM DATA NAO CONTADOS.'
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-MF-HIST
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           PERFORM 2360-CONFERE-RUN
                   END-READ
               END-PERFORM
               CLOSE ARQ-MF-HIST
           END-IF.

       2360-CONFERE-RUN.
           PERFORM VARYING IND-RUN FROM 1 BY 1
                   UNTIL IND-RUN > QTD-RUNS
               IF TRN-NUM-RUN(IND-RUN) = HST-NUM-RUN
                       AND TRN-RESOLVIDO(IND-RUN) = 'N'
                   MOVE 'S' TO TRN-RESOLVIDO(IND-RUN)
                   COMPUTE MES-DA-DATA = HST-DATA-EXEC / 100
                   IF MES-DA-DATA = COMPETENCIA
                       ADD 1 TO TR-QTD(TRN-AREA(IND-RUN), 5)
                   END-IF
               END-IF
           END-PERFORM.

       2400-CONTA-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS.
           IF FS-EMP NOT = '00'
               DISPLAY 'ARQEMPRESA INDISPONIVEL - NAO CONTADO.'
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-EMPRESAS NEXT RECORD
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = EMP-DATA-CRIACAO / 100
                           IF MES-DA-DATA = COMPETENCIA
                               MOVE EMP-AREA TO CODIGO-LIDO
                               PERFORM 5000-LOCALIZA-AREA
                               ADD 1 TO TR-QTD(AREA-ACHADA-IND, 6)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EMPRESAS
           END-IF.

       3000-EMITE-RATEIO.
           OPEN OUTPUT ARQ-RATEIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF FS-RAT NOT = '00' OR FS-REL NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQRATEIO/ARQRATEIOREL - FS '
                       FS-RAT ' ' FS-REL
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3100-GRAVA-CABECALHO
               MOVE ZERO   TO QTD-DETALHES
               MOVE ZERO   TO VALOR-GERAL
               MOVE ZERO   TO VALOR-CC
               MOVE SPACES TO CC-ANTERIOR
               SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLA-CENTRO-CUSTO CLA-AREA
                   INPUT PROCEDURE IS 3200-ALIMENTA-SORT
                   OUTPUT PROCEDURE IS 3300-GRAVA-ORDENADO
               PERFORM 3500-GRAVA-TRAILER
               CLOSE ARQ-RATEIO
               CLOSE ARQ-RELATORIO
               MOVE 'ARQRATEIOREL' TO REL-TIPO
               MOVE 'AREA-RATEIO' TO REL-PROGRAMA
               MOVE ZERO TO REL-RUN
               MOVE ZERO TO REL-ULTIMAS
               MOVE RETURN-CODE TO REL-RC-CHAMADOR
               CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO
               DISPLAY '-------------------------------------------'
               DISPLAY 'RATEIO MENSAL POR AREA'
               DISPLAY '-------------------------------------------'
               DISPLAY 'COMPETENCIA .............: ' COMPETENCIA
               DISPLAY 'AREAS NO RATEIO .........: ' QTD-DETALHES
               DISPLAY 'CODIGOS FORA DO CADASTRO : ' QTD-FORA-CADASTRO
               MOVE VALOR-GERAL TO LS-VALOR
               DISPLAY 'VALOR TOTAL .............: ' LS-VALOR
               IF QTD-FORA-CADASTRO > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3100-GRAVA-CABECALHO.
           MOVE SPACES      TO REG-RATEIO-CAB.
           MOVE 'H'         TO RTC-TIPO.
           MOVE COMPETENCIA TO RTC-COMPETENCIA.
           MOVE DATA-HOJE   TO RTC-DATA-GERACAO.
           PERFORM VARYING IND-ITEM FROM 1 BY 1 UNTIL IND-ITEM > 6
               MOVE NOME-ITEM(IND-ITEM)  TO RTC-ITEM(IND-ITEM)
               MOVE PRECO-ITEM(IND-ITEM) TO RTC-PRECO(IND-ITEM)
           END-PERFORM.
           WRITE REG-RATEIO-CAB.

           MOVE SPACES TO REG-RELATORIO.
           STRING 'DEMONSTRATIVO DE RATEIO DA MASSA DE TESTE - '
                  'COMPETENCIA ' COMPETENCIA ' - EMITIDO EM '
                  DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'C.CUSTO    AREA        ALOCADOS  ENTREGUES'
                  ' DEVOLVIDOS    DETIDOS    PEDIDOS   EMPRESAS'
                  '            VALOR'
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       3200-ALIMENTA-SORT.
      *    So entra no rateio a area com algum consumo no mes ou
      *    algum CPF detido no fim dele.
           PERFORM VARYING IND-AREA FROM 1 BY 1
                   UNTIL IND-AREA > QTD-AREAS
               IF TR-QTD(IND-AREA, 1) > ZERO
                       OR TR-QTD(IND-AREA, 2) > ZERO
                       OR TR-QTD(IND-AREA, 3) > ZERO
                       OR TR-QTD(IND-AREA, 4) > ZERO
                       OR TR-QTD(IND-AREA, 5) > ZERO
                       OR TR-QTD(IND-AREA, 6) > ZERO
                   MOVE TR-CENTRO-CUSTO(IND-AREA) TO CLA-CENTRO-CUSTO
                   MOVE TR-AREA(IND-AREA)         TO CLA-AREA
                   PERFORM VARYING IND-ITEM FROM 1 BY 1
                           UNTIL IND-ITEM > 6
                       MOVE TR-QTD(IND-AREA, IND-ITEM)
                           TO CLA-QTD(IND-ITEM)
                   END-PERFORM
                   RELEASE REG-CLASSIFICA
               END-IF
           END-PERFORM.

       3300-GRAVA-ORDENADO.
           MOVE 'N' TO CLA-FIM.
           PERFORM 3310-RETORNA-CLASSIFICADO.
           PERFORM UNTIL CLA-ACABOU
               IF CLA-CENTRO-CUSTO NOT = CC-ANTERIOR
                       AND QTD-DETALHES > ZERO
                   PERFORM 3400-FECHA-CENTRO-CUSTO
               END-IF
               MOVE CLA-CENTRO-CUSTO TO CC-ANTERIOR
               PERFORM 3320-GRAVA-DETALHE
               PERFORM 3310-RETORNA-CLASSIFICADO
           END-PERFORM.
           IF QTD-DETALHES > ZERO
               PERFORM 3400-FECHA-CENTRO-CUSTO
           END-IF.

       3310-RETORNA-CLASSIFICADO.
           RETURN ARQ-CLASSIFICA
               AT END
                   SET CLA-ACABOU TO TRUE
           END-RETURN.

       3320-GRAVA-DETALHE.
           MOVE SPACES           TO REG-RATEIO-DET.
           MOVE 'D'              TO RTD-TIPO.
           MOVE CLA-CENTRO-CUSTO TO RTD-CENTRO-CUSTO.
           MOVE CLA-AREA         TO RTD-AREA.
           MOVE COMPETENCIA      TO RTD-COMPETENCIA.
           MOVE ZERO             TO VALOR-AREA.
           MOVE SPACES           TO LINHA-AREA.
           MOVE CLA-CENTRO-CUSTO TO LA-CENTRO-CUSTO.
           MOVE CLA-AREA         TO LA-AREA.
           PERFORM VARYING IND-ITEM FROM 1 BY 1 UNTIL IND-ITEM > 6
               COMPUTE VALOR-ITEM ROUNDED =
                       CLA-QTD(IND-ITEM) * PRECO-ITEM(IND-ITEM)
                   ON SIZE ERROR
                       MOVE 999999999.99 TO VALOR-ITEM
               END-COMPUTE
               MOVE CLA-QTD(IND-ITEM) TO RTD-QTD(IND-ITEM)
               MOVE VALOR-ITEM        TO RTD-VALOR(IND-ITEM)
               MOVE CLA-QTD(IND-ITEM) TO LA-QTD(IND-ITEM)
               ADD VALOR-ITEM TO VALOR-AREA
           END-PERFORM.
           MOVE VALOR-AREA TO RTD-VALOR-TOTAL.
           WRITE REG-RATEIO-DET.
           MOVE VALOR-AREA TO LA-VALOR.
           MOVE LINHA-AREA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO QTD-DETALHES.
           ADD VALOR-AREA TO VALOR-CC.
           ADD VALOR-AREA TO VALOR-GERAL.

       3400-FECHA-CENTRO-CUSTO.
           MOVE CC-ANTERIOR TO LS-CENTRO-CUSTO.
           MOVE VALOR-CC    TO LS-VALOR.
           MOVE LINHA-SUBTOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZERO TO VALOR-CC.

       3500-GRAVA-TRAILER.
           MOVE SPACES       TO REG-RATEIO-TRL.
           MOVE 'T'          TO RTT-TIPO.
           MOVE COMPETENCIA  TO RTT-COMPETENCIA.
           MOVE QTD-DETALHES TO RTT-QTD-DETALHES.
           MOVE VALOR-GERAL  TO RTT-VALOR-TOTAL.
           WRITE REG-RATEIO-TRL.

           MOVE SPACES TO REG-RELATORIO.
           MOVE VALOR-GERAL TO LS-VALOR.
           STRING 'TOTAL GERAL - ' QTD-DETALHES ' AREA(S) - VALOR '
                  LS-VALOR
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       5000-LOCALIZA-AREA.
      *    Devolve em AREA-ACHADA-IND a linha da area no rateio; codigo
      *    fora do cadastro ganha linha propria sob o centro de custo
      *    SEM-CC (as excedentes alem da tabela somam na ultima).
           MOVE 'N' TO AREA-ACHADA-SW.
           MOVE ZERO TO AREA-ACHADA-IND.
           PERFORM VARYING IND-AREA FROM 1 BY 1
                   UNTIL IND-AREA > QTD-AREAS OR AREA-ACHADA
               IF TR-AREA(IND-AREA) = CODIGO-LIDO
                   MOVE IND-AREA TO AREA-ACHADA-IND
                   MOVE 'S' TO AREA-ACHADA-SW
               END-IF
           END-PERFORM.
           IF NOT AREA-ACHADA
               IF QTD-AREAS < 501
                   ADD 1 TO QTD-AREAS
                   ADD 1 TO QTD-FORA-CADASTRO
                   MOVE CODIGO-LIDO TO TR-AREA(QTD-AREAS)
                   MOVE 'SEM-CC'    TO TR-CENTRO-CUSTO(QTD-AREAS)
               END-IF
               MOVE QTD-AREAS TO AREA-ACHADA-IND
           END-IF.

       COPY FS-VERIFICA.
