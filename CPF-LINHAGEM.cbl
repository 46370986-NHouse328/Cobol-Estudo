      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Linhagem de uma entrega, a partir do numero da
      *            entrega (RAZ-NUM-ENTREGA): para tras, o recibo em
      *            ARQENTRCTL, o run de onde os CPFs sairam, o pedido
      *            da fila GERREQ atendido por esse run, o manifesto
      *            do run em ARQCPF2MFH e a conciliacao do run no
      *            controle da cadeia (LOTECTL); para a frente, a
      *            situacao atual de cada CPF entregue (ARQENTRDET):
      *            ainda em ARQCPF2, expurgado para ARQCPFARC, na lista
      *            de exclusao ARQCPFBLK, apontado no recall
      *            ARQBLKRECALL, alocado (ARQALOC), devolvido
      *            (ARQDEVCTL) ou transferido (ARQTRFCTL) depois da
      *            entrega - com o resumo de quantos seguem limpos e
      *            utilizaveis pela area. Relatorio em ARQLINHAGEM,
      *            tambem exibido.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. Limpo e utilizavel: ainda em ARQCPF2, nao
      *     expurgado, fora da lista de exclusao e do recall, e sem
      *     alocacao a outra area. Devolvido ou transferido sai no
      *     rastro mas nao tira o CPF da conta de limpos. Os CPFs da
      *     entrega sao classificados por SORT e procurados por
      *     SEARCH ALL nos razoes, lidos uma vez cada; ate 50.000
      *     CPFs por entrega. Entrega sem recibo termina com RC 8;
      *     CPF que nao esta mais limpo, com RC 4.
      *   - GERREQ lido na largura atual: o pedido ganhou a data de
      *     entrada na fila (REQ-DATA-PEDIDO) no fim do registro.
      *   - O relatorio ARQLINHAGEM e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      *   - FD de LOTECTL no layout atual de 97 posicoes (com os
      *     campos de parametro).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-LINHAGEM.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-RAZAO ASSIGN TO "ARQENTRCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RAZ.

                       SELECT ARQ-DETALHE ASSIGN TO "ARQENTRDET"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DET.

                       SELECT ARQ-FILA ASSIGN TO "GERREQ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REQ.

                       SELECT ARQ-MF-HIST ASSIGN TO "ARQCPF2MFH"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MFH.

                       SELECT ARQ-CONTROLE ASSIGN TO "LOTECTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CTL.

                       SELECT ARQUIVO ASSIGN TO "ARQCPF2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS CPF-OUT
                       ALTERNATE RECORD KEY IS CPF-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-ENTRADA.

                       SELECT ARQ-MORTO ASSIGN TO "ARQCPFARC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS ARC-CPF
                       ALTERNATE RECORD KEY IS ARC-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-ARC.

                       SELECT ARQ-BLACKLIST ASSIGN TO "ARQCPFBLK"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS BLK-CPF
                       FILE STATUS IS FS-BLK.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-RECALL ASSIGN TO "ARQBLKRECALL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RCL.

                       SELECT ARQ-RAZAO-DEV ASSIGN TO "ARQDEVCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DEV.

                       SELECT ARQ-RAZAO-TRF ASSIGN TO "ARQTRFCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-TRF.

                       SELECT ARQ-RELATORIO ASSIGN TO "ARQLINHAGEM"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

                       SELECT ARQ-CLASSIFICA ASSIGN TO "LINSORTWK".

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-RAZAO
                       LABEL RECORD STANDARD.

                       01 REG-RAZAO.
                           05 RAZ-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 RAZ-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 RAZ-CRITERIO     PIC X(30).
                           05 FILLER           PIC X(01).
                           05 RAZ-QTD          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 RAZ-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 RAZ-QTD-BLK      PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 RAZ-QTD-ALO      PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 RAZ-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 RAZ-PERFIL       PIC X(15).
                           05 FILLER           PIC X(01).
                           05 RAZ-HASH         PIC 9(18).

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

                   FD ARQ-CONTROLE
                       LABEL RECORD STANDARD.

                       01 REG-CONTROLE.
                           05 CTL-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 CTL-ETAPA        PIC X(20).
                           05 FILLER           PIC X(01).
                           05 CTL-INICIO       PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 CTL-FIM          PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 CTL-RC           PIC 9(03).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-NOME     PIC X(10).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-VALOR    PIC X(20).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-ORIGEM   PIC X(08).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-VIGOR    PIC X(08).

                   FD ARQUIVO.

                       01 REG-ARQUIVO.
                           05 CPF-OUT          PIC 9(11).
                           05 CPF-OUT-PONTUADO PIC X(14).
                           05 CPF-DATA-GERACAO PIC 9(08).

                   FD ARQ-MORTO.

                       01 REG-MORTO.
                           05 ARC-CPF          PIC 9(11).
                           05 ARC-CPF-PONTUADO PIC X(14).
                           05 ARC-DATA-GERACAO PIC 9(08).

                   FD ARQ-BLACKLIST.

                       01 REG-BLACKLIST.
                           05 BLK-CPF           PIC 9(11).
                           05 BLK-DATA-INCLUSAO PIC 9(08).
                           05 BLK-MOTIVO        PIC X(04).

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-RECALL
                       LABEL RECORD STANDARD.

                       01 REG-RECALL.
                           05 RCL-CPF          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 RCL-MOTIVO       PIC X(04).
                           05 FILLER           PIC X(01).
                           05 RCL-SITUACAO     PIC X(08).
                           05 FILLER           PIC X(01).
                           05 RCL-DATA-GER     PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 RCL-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 RCL-DATA-ALOC    PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 RCL-NUM-RUN      PIC 9(10).

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

                   FD ARQ-RAZAO-TRF
                       LABEL RECORD STANDARD.

                       01 REG-TRANSFERENCIA.
                           05 TRF-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 TRF-CPF          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 TRF-AREA-ORIGEM  PIC X(08).
                           05 FILLER           PIC X(01).
                           05 TRF-AREA-DESTINO PIC X(08).
                           05 FILLER           PIC X(01).
                           05 TRF-DATA-ALOC    PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 TRF-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 TRF-CRITERIO     PIC X(30).
                           05 FILLER           PIC X(01).
                           05 TRF-OPERADOR     PIC X(08).

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO        PIC X(132).

                   SD ARQ-CLASSIFICA.

                       01 REG-CLASSIFICA.
                           05 CLA-CPF          PIC 9(11).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-RAZ           PIC X(02).
                   01 FS-DET           PIC X(02).
                   01 FS-REQ           PIC X(02).
                   01 FS-MFH           PIC X(02).
                   01 FS-CTL           PIC X(02).
                   01 FS-ARC           PIC X(02).
                   01 FS-BLK           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-RCL           PIC X(02).
                   01 FS-DEV           PIC X(02).
                   01 FS-TRF           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 NUM-ENTREGA-SEL  PIC 9(10) VALUE ZERO.

                   01 LEITURA-FIM      PIC X(01) VALUE 'N'.
                       88 LEITURA-ACABOU   VALUE 'S'.
                   01 CLA-FIM          PIC X(01) VALUE 'N'.
                       88 CLA-ACABOU       VALUE 'S'.
                   01 ERRO-LIN-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-LINHAGEM VALUE 'S'.
                   01 ACHOU-SW         PIC X(01) VALUE 'N'.
                       88 ACHOU-REGISTRO   VALUE 'S'.
                   01 HA-ARQUIVO-SW    PIC X(01) VALUE 'N'.
                       88 HA-ARQUIVO       VALUE 'S'.
                   01 HA-MORTO-SW      PIC X(01) VALUE 'N'.
                       88 HA-MORTO         VALUE 'S'.
                   01 HA-BLACKLIST-SW  PIC X(01) VALUE 'N'.
                       88 HA-BLACKLIST     VALUE 'S'.
                   01 HA-ALOC-SW       PIC X(01) VALUE 'N'.
                       88 HA-ALOCACOES     VALUE 'S'.

      *    Recibo da entrega pedida.
                   01 ENT-DATA         PIC 9(08) VALUE ZERO.
                   01 ENT-AREA         PIC X(08) VALUE SPACES.
                   01 ENT-CRITERIO     PIC X(30) VALUE SPACES.
                   01 ENT-QTD          PIC 9(09) VALUE ZERO.
                   01 ENT-NUM-RUN      PIC 9(10) VALUE ZERO.
                   01 ENT-PERFIL       PIC X(15) VALUE SPACES.

      *    Manifesto do run e conciliacao.
                   01 RUN-DATA-EXEC    PIC 9(08) VALUE ZERO.
                   01 CONCIL-RC        PIC 9(03) VALUE ZERO.
                   01 CONCIL-DATA      PIC 9(08) VALUE ZERO.
                   01 QTD-CONCIL       PIC 9(05) VALUE ZERO.
                   01 QTD-PEDIDOS      PIC 9(05) VALUE ZERO.

      *    CPFs da entrega, em ordem de CPF, com a situacao atual.
                   01 TAB-CPFS.
                       05 QTD-CPFS         PIC 9(05) VALUE ZERO.
                       05 TCP-ITEM OCCURS 1 TO 50000 TIMES
                                   DEPENDING ON QTD-CPFS
                                   ASCENDING KEY IS TCP-CPF
                                   INDEXED BY IX-CPF.
                           10 TCP-CPF          PIC 9(11).
                           10 TCP-NO-ARQUIVO   PIC X(01).
                           10 TCP-EXPURGADO    PIC X(01).
                           10 TCP-BLOQUEADO    PIC X(01).
                           10 TCP-RECALL       PIC X(01).
                           10 TCP-DEVOLVIDO    PIC X(01).
                           10 TCP-TRANSFERIDO  PIC X(01).
                           10 TCP-AREA-ALOC    PIC X(08).
                   01 IND-CPF          PIC 9(05).
                   01 CPF-ANTERIOR     PIC 9(11) VALUE ZERO.
                   01 QTD-EXCEDENTE    PIC 9(09) VALUE ZERO.
                   01 CPF-PROCURADO    PIC 9(11).

                   01 QTD-NO-ARQUIVO   PIC 9(07) VALUE ZERO.
                   01 QTD-EXPURGADOS   PIC 9(07) VALUE ZERO.
                   01 QTD-BLOQUEADOS   PIC 9(07) VALUE ZERO.
                   01 QTD-RECALL       PIC 9(07) VALUE ZERO.
                   01 QTD-DEVOLVIDOS   PIC 9(07) VALUE ZERO.
                   01 QTD-TRANSFERIDOS PIC 9(07) VALUE ZERO.
                   01 QTD-OUTRA-AREA   PIC 9(07) VALUE ZERO.
                   01 QTD-LIMPOS       PIC 9(07) VALUE ZERO.
                   01 LIMPO-SW         PIC X(01) VALUE 'S'.
                       88 CPF-LIMPO        VALUE 'S'.

                   01 LINHA-CPF.
                       05 LCP-CPF          PIC 9(11).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LCP-SITUACAO     PIC X(08).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LCP-ARQUIVO      PIC X(08).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LCP-EXPURGO      PIC X(09).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LCP-BLOQUEIO     PIC X(09).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LCP-RECALL       PIC X(06).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LCP-DEVOLUCAO    PIC X(09).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LCP-TRANSF       PIC X(11).
                       05 FILLER           PIC X(01) VALUE SPACE.
                       05 LCP-ALOCACAO     PIC X(16).

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-LINHAGEM
               PERFORM 2000-LE-RECIBO
           END-IF.
           IF NOT ERRO-NA-LINHAGEM
               PERFORM 3000-ORIGEM
               SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLA-CPF
                   INPUT PROCEDURE IS 4000-ALIMENTA-SORT
                   OUTPUT PROCEDURE IS 4100-CARREGA-CPFS
               PERFORM 5000-SITUACAO-ATUAL
               PERFORM 6000-DESTINO
               PERFORM 7000-RESUMO
           END-IF.
           IF FS-REL = '00'
               CLOSE ARQ-RELATORIO
               MOVE 'ARQLINHAGEM'  TO REL-TIPO
               MOVE 'CPF-LINHAGEM' TO REL-PROGRAMA
               MOVE ZERO TO REL-RUN
               MOVE ZERO TO REL-ULTIMAS
               MOVE RETURN-CODE TO REL-RC-CHAMADOR
               CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'LINHAGEM' TO ERR-PROGRAMA.
           MOVE 'ARQCPF2' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-LIN-SW.
           MOVE ZERO TO QTD-CPFS.
           DISPLAY 'NUMERO DA ENTREGA :'.
           ACCEPT NUM-ENTREGA-SEL.
           IF NUM-ENTREGA-SEL = ZERO
               DISPLAY 'NUMERO DA ENTREGA OBRIGATORIO.'
               MOVE 'S' TO ERRO-LIN-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-RELATORIO
               IF FS-REL NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQLINHAGEM - FS ' FS-REL
                   MOVE 'S' TO ERRO-LIN-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2000-LE-RECIBO.
           MOVE 'N' TO ACHOU-SW.
           OPEN INPUT ARQ-RAZAO.
           IF FS-RAZ = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM 2100-LER-RAZAO
               PERFORM UNTIL LEITURA-ACABOU OR ACHOU-REGISTRO
                   IF RAZ-NUM-ENTREGA IS NUMERIC
                       IF RAZ-NUM-ENTREGA = NUM-ENTREGA-SEL
                           SET ACHOU-REGISTRO TO TRUE
                           MOVE RAZ-DATA     TO ENT-DATA
                           MOVE RAZ-AREA     TO ENT-AREA
                           MOVE RAZ-CRITERIO TO ENT-CRITERIO
                           MOVE RAZ-QTD      TO ENT-QTD
                           MOVE RAZ-NUM-RUN  TO ENT-NUM-RUN
                           MOVE RAZ-PERFIL   TO ENT-PERFIL
                       END-IF
                   END-IF
                   PERFORM 2100-LER-RAZAO
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.
           IF NOT ACHOU-REGISTRO
               MOVE SPACES TO REG-RELATORIO
               STRING 'ENTREGA ' NUM-ENTREGA-SEL
                      ' SEM RECIBO EM ARQENTRCTL.'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               PERFORM 9000-IMPRIME
               MOVE 'S' TO ERRO-LIN-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING 'LINHAGEM DA ENTREGA ' NUM-ENTREGA-SEL
                   DELIMITED BY SIZE INTO REG-RELATORIO
               PERFORM 9000-IMPRIME
               MOVE ALL '-' TO REG-RELATORIO(1:60)
               PERFORM 9000-IMPRIME
               MOVE SPACES TO REG-RELATORIO
               STRING 'ENTREGA ..: ' ENT-DATA ' AREA ' ENT-AREA
                      ' ' ENT-CRITERIO ' QTD ' ENT-QTD
                      ' PERFIL ' ENT-PERFIL
                   DELIMITED BY SIZE INTO REG-RELATORIO
               PERFORM 9000-IMPRIME
           END-IF.

       2100-LER-RAZAO.
           READ ARQ-RAZAO
               AT END
                   SET LEITURA-ACABOU TO TRUE
           END-READ.

       3000-ORIGEM.
      *    Para tras: o run gravado no recibo leva ao pedido que ele
      *    atendeu, ao manifesto e a conciliacao do dia do run.
           MOVE SPACES TO REG-RELATORIO.
           IF ENT-NUM-RUN IS NOT NUMERIC OR ENT-NUM-RUN = ZERO
               MOVE 'RUN .....: NAO REGISTRADO NO RECIBO (SEM MANIFESTO'
                   TO REG-RELATORIO
               MOVE ' NA HORA DA ENTREGA).' TO REG-RELATORIO(51:21)
               PERFORM 9000-IMPRIME
           ELSE
               STRING 'RUN .....: ' ENT-NUM-RUN
                   DELIMITED BY SIZE INTO REG-RELATORIO
               PERFORM 9000-IMPRIME
               PERFORM 3100-PEDIDOS-DO-RUN
               PERFORM 3200-MANIFESTO-DO-RUN
               IF RUN-DATA-EXEC NOT = ZERO
                   PERFORM 3300-CONCILIACAO-DO-RUN
               END-IF
           END-IF.

       3100-PEDIDOS-DO-RUN.
           MOVE ZERO TO QTD-PEDIDOS.
           OPEN INPUT ARQ-FILA.
           IF FS-REQ = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM 3110-LER-FILA
               PERFORM UNTIL LEITURA-ACABOU
                   IF REQ-NUM-RUN IS NUMERIC
                       IF REQ-NUM-RUN = ENT-NUM-RUN
                           ADD 1 TO QTD-PEDIDOS
                           IF REQ-DATA-ATEND IS NOT NUMERIC
                               MOVE ZERO TO REQ-DATA-ATEND
                           END-IF
                           MOVE SPACES TO REG-RELATORIO
                           STRING 'PEDIDO ..: AREA ' REQ-AREA
                                  ' TIPO ' REQ-TIPO
                                  ' FAIXA ' REQ-INICIO '-' REQ-LIMITE
                                  ' QTD ' REQ-QTD ' PRAZO ' REQ-PRAZO
                                  ' SITUACAO ' REQ-SITUACAO
                                  ' ATENDIDO EM ' REQ-DATA-ATEND
                               DELIMITED BY SIZE INTO REG-RELATORIO
                           PERFORM 9000-IMPRIME
                       END-IF
                   END-IF
                   PERFORM 3110-LER-FILA
               END-PERFORM
               CLOSE ARQ-FILA
           END-IF.
           IF QTD-PEDIDOS = ZERO
               MOVE 'PEDIDO ..: NENHUM PEDIDO DA FILA BAIXADO COM ESTE'
                   TO REG-RELATORIO
               MOVE ' RUN' TO REG-RELATORIO(50:4)
               PERFORM 9000-IMPRIME
           END-IF.

       3110-LER-FILA.
           READ ARQ-FILA
               AT END
                   SET LEITURA-ACABOU TO TRUE
           END-READ.

       3200-MANIFESTO-DO-RUN.
           MOVE ZERO TO RUN-DATA-EXEC.
           MOVE 'N' TO ACHOU-SW.
           OPEN INPUT ARQ-MF-HIST.
           IF FS-MFH = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM 3210-LER-MF-HIST
               PERFORM UNTIL LEITURA-ACABOU OR ACHOU-REGISTRO
                   IF HST-NUM-RUN = ENT-NUM-RUN
                       SET ACHOU-REGISTRO TO TRUE
                       MOVE HST-DATA-EXEC TO RUN-DATA-EXEC
                       MOVE SPACES TO REG-RELATORIO
                       STRING 'MANIFESTO: ' HST-DATA-EXEC
                              ' FAIXA ' HST-CPF-INICIO '-'
                              HST-CPF-LIMITE ' VAL ' HST-QTD-VAL
                              ' DUP ' HST-QTD-DUP ' BLK ' HST-QTD-BLK
                              ' MODO ' HST-MODO-GER
                              ' OPERADOR ' HST-OPERADOR
                           DELIMITED BY SIZE INTO REG-RELATORIO
                       PERFORM 9000-IMPRIME
                   END-IF
                   PERFORM 3210-LER-MF-HIST
               END-PERFORM
               CLOSE ARQ-MF-HIST
           END-IF.
           IF NOT ACHOU-REGISTRO
               MOVE 'MANIFESTO: RUN AUSENTE DO HISTORICO ARQCPF2MFH'
                   TO REG-RELATORIO
               PERFORM 9000-IMPRIME
           END-IF.

       3210-LER-MF-HIST.
           READ ARQ-MF-HIST
               AT END
                   SET LEITURA-ACABOU TO TRUE
           END-READ.

       3300-CONCILIACAO-DO-RUN.
      *    A conciliacao nao grava resultado proprio: vale o retorno
      *    da etapa CPF-CONCILIA-RUN no controle da cadeia no dia do
      *    run; havendo reexecucao no dia, vale a ultima.
           MOVE ZERO TO QTD-CONCIL.
           OPEN INPUT ARQ-CONTROLE.
           IF FS-CTL = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM 3310-LER-CONTROLE
               PERFORM UNTIL LEITURA-ACABOU
                   IF CTL-DATA = RUN-DATA-EXEC
                           AND CTL-ETAPA = 'CPF-CONCILIA-RUN'
                       ADD 1 TO QTD-CONCIL
                       MOVE CTL-RC TO CONCIL-RC
                       MOVE CTL-DATA TO CONCIL-DATA
                   END-IF
                   PERFORM 3310-LER-CONTROLE
               END-PERFORM
               CLOSE ARQ-CONTROLE
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           IF QTD-CONCIL = ZERO
               MOVE 'CONCILIACAO: SEM REGISTRO EM LOTECTL NO DIA DO RUN'
                   TO REG-RELATORIO
           ELSE
               IF CONCIL-RC = ZERO
                   STRING 'CONCILIACAO: CONCILIADO EM ' CONCIL-DATA
                       DELIMITED BY SIZE INTO REG-RELATORIO
               ELSE
                   STRING 'CONCILIACAO: DIVERGENTE EM ' CONCIL-DATA
                          ' - RC ' CONCIL-RC
                       DELIMITED BY SIZE INTO REG-RELATORIO
               END-IF
           END-IF.
           PERFORM 9000-IMPRIME.

       3310-LER-CONTROLE.
           READ ARQ-CONTROLE
               AT END
                   SET LEITURA-ACABOU TO TRUE
           END-READ.

       4000-ALIMENTA-SORT.
           OPEN INPUT ARQ-DETALHE.
           IF FS-DET = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM 4010-LER-DETALHE
               PERFORM UNTIL LEITURA-ACABOU
                   IF DET-NUM-ENTREGA = NUM-ENTREGA-SEL
                       MOVE DET-CPF TO CLA-CPF
                       RELEASE REG-CLASSIFICA
                   END-IF
                   PERFORM 4010-LER-DETALHE
               END-PERFORM
               CLOSE ARQ-DETALHE
           ELSE
               MOVE 'DETALHE ARQENTRDET AUSENTE - SEM CPFS A SEGUIR.'
                   TO REG-RELATORIO
               PERFORM 9000-IMPRIME
           END-IF.

       4010-LER-DETALHE.
           READ ARQ-DETALHE
               AT END
                   SET LEITURA-ACABOU TO TRUE
           END-READ.

       4100-CARREGA-CPFS.
      *    A tabela sai em ordem de CPF, sem repeticao, pronta para o
      *    SEARCH ALL; o excedente acima da capacidade e so contado.
           MOVE 'N' TO CLA-FIM.
           MOVE ZERO TO CPF-ANTERIOR.
           PERFORM 4110-RETORNA-SORT.
           PERFORM UNTIL CLA-ACABOU
               IF CLA-CPF NOT = CPF-ANTERIOR
                   IF QTD-CPFS < 50000
                       ADD 1 TO QTD-CPFS
                       MOVE CLA-CPF TO TCP-CPF(QTD-CPFS)
                       MOVE 'N' TO TCP-NO-ARQUIVO(QTD-CPFS)
                       MOVE 'N' TO TCP-EXPURGADO(QTD-CPFS)
                       MOVE 'N' TO TCP-BLOQUEADO(QTD-CPFS)
                       MOVE 'N' TO TCP-RECALL(QTD-CPFS)
                       MOVE 'N' TO TCP-DEVOLVIDO(QTD-CPFS)
                       MOVE 'N' TO TCP-TRANSFERIDO(QTD-CPFS)
                       MOVE SPACES TO TCP-AREA-ALOC(QTD-CPFS)
                   ELSE
                       ADD 1 TO QTD-EXCEDENTE
                   END-IF
                   MOVE CLA-CPF TO CPF-ANTERIOR
               END-IF
               PERFORM 4110-RETORNA-SORT
           END-PERFORM.

       4110-RETORNA-SORT.
           RETURN ARQ-CLASSIFICA
               AT END
                   SET CLA-ACABOU TO TRUE
           END-RETURN.

       5000-SITUACAO-ATUAL.
      *    Cadastros indexados: leitura direta por CPF da entrega.
      *    Razoes sequenciais: lidos uma vez, cada CPF procurado na
      *    tabela. Arquivo ausente no ambiente so deixa a coluna dele
      *    sem ocorrencias.
           OPEN INPUT ARQUIVO.
           IF FS-ENTRADA = '00'
               SET HA-ARQUIVO TO TRUE
           END-IF.
           OPEN INPUT ARQ-MORTO.
           IF FS-ARC = '00'
               SET HA-MORTO TO TRUE
           END-IF.
           OPEN INPUT ARQ-BLACKLIST.
           IF FS-BLK = '00'
               SET HA-BLACKLIST TO TRUE
           END-IF.
           OPEN INPUT ARQ-ALOCACOES.
           IF FS-ALO = '00'
               SET HA-ALOCACOES TO TRUE
           END-IF.
           PERFORM VARYING IND-CPF FROM 1 BY 1
                   UNTIL IND-CPF > QTD-CPFS
               PERFORM 5100-CADASTROS-DO-CPF
           END-PERFORM.
           IF HA-ARQUIVO
               CLOSE ARQUIVO
           END-IF.
           IF HA-MORTO
               CLOSE ARQ-MORTO
           END-IF.
           IF HA-BLACKLIST
               CLOSE ARQ-BLACKLIST
           END-IF.
           IF HA-ALOCACOES
               CLOSE ARQ-ALOCACOES
           END-IF.
           IF QTD-CPFS > ZERO
               PERFORM 5200-VARRE-RECALL
               PERFORM 5300-VARRE-DEVOLUCOES
               PERFORM 5400-VARRE-TRANSFERENCIAS
           END-IF.

       5100-CADASTROS-DO-CPF.
           IF HA-ARQUIVO
               MOVE TCP-CPF(IND-CPF) TO CPF-OUT
               READ ARQUIVO KEY IS CPF-OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TCP-NO-ARQUIVO(IND-CPF)
               END-READ
           END-IF.
           IF HA-MORTO
               MOVE TCP-CPF(IND-CPF) TO ARC-CPF
               READ ARQ-MORTO KEY IS ARC-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TCP-EXPURGADO(IND-CPF)
               END-READ
           END-IF.
           IF HA-BLACKLIST
               MOVE TCP-CPF(IND-CPF) TO BLK-CPF
               READ ARQ-BLACKLIST KEY IS BLK-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TCP-BLOQUEADO(IND-CPF)
               END-READ
           END-IF.
           IF HA-ALOCACOES
               MOVE TCP-CPF(IND-CPF) TO ALO-CPF
               READ ARQ-ALOCACOES KEY IS ALO-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALO-AREA TO TCP-AREA-ALOC(IND-CPF)
               END-READ
           END-IF.

       5200-VARRE-RECALL.
           OPEN INPUT ARQ-RECALL.
           IF FS-RCL = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM 5210-LER-RECALL
               PERFORM UNTIL LEITURA-ACABOU
                   MOVE RCL-CPF TO CPF-PROCURADO
                   PERFORM 5900-PROCURA-CPF
                   IF ACHOU-REGISTRO
                       MOVE 'S' TO TCP-RECALL(IX-CPF)
                   END-IF
                   PERFORM 5210-LER-RECALL
               END-PERFORM
               CLOSE ARQ-RECALL
           END-IF.

       5210-LER-RECALL.
           READ ARQ-RECALL
               AT END
                   SET LEITURA-ACABOU TO TRUE
           END-READ.

       5300-VARRE-DEVOLUCOES.
      *    So conta a devolucao feita a partir do dia da entrega - a
      *    anterior e de outra vida do CPF.
           OPEN INPUT ARQ-RAZAO-DEV.
           IF FS-DEV = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM 5310-LER-DEVOLUCAO
               PERFORM UNTIL LEITURA-ACABOU
                   IF DEV-DATA NOT < ENT-DATA
                       MOVE DEV-CPF TO CPF-PROCURADO
                       PERFORM 5900-PROCURA-CPF
                       IF ACHOU-REGISTRO
                           MOVE 'S' TO TCP-DEVOLVIDO(IX-CPF)
                       END-IF
                   END-IF
                   PERFORM 5310-LER-DEVOLUCAO
               END-PERFORM
               CLOSE ARQ-RAZAO-DEV
           END-IF.

       5310-LER-DEVOLUCAO.
           READ ARQ-RAZAO-DEV
               AT END
                   SET LEITURA-ACABOU TO TRUE
           END-READ.

       5400-VARRE-TRANSFERENCIAS.
           OPEN INPUT ARQ-RAZAO-TRF.
           IF FS-TRF = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM 5410-LER-TRANSFERENCIA
               PERFORM UNTIL LEITURA-ACABOU
                   IF TRF-DATA NOT < ENT-DATA
                       MOVE TRF-CPF TO CPF-PROCURADO
                       PERFORM 5900-PROCURA-CPF
                       IF ACHOU-REGISTRO
                           MOVE 'S' TO TCP-TRANSFERIDO(IX-CPF)
                       END-IF
                   END-IF
                   PERFORM 5410-LER-TRANSFERENCIA
               END-PERFORM
               CLOSE ARQ-RAZAO-TRF
           END-IF.

       5410-LER-TRANSFERENCIA.
           READ ARQ-RAZAO-TRF
               AT END
                   SET LEITURA-ACABOU TO TRUE
           END-READ.

       5900-PROCURA-CPF.
           MOVE 'N' TO ACHOU-SW.
           SEARCH ALL TCP-ITEM
               AT END
                   CONTINUE
               WHEN TCP-CPF(IX-CPF) = CPF-PROCURADO
                   SET ACHOU-REGISTRO TO TRUE
           END-SEARCH.

       6000-DESTINO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE 'SITUACAO ATUAL DOS CPFS ENTREGUES' TO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE ALL '-' TO REG-RELATORIO(1:60).
           PERFORM 9000-IMPRIME.
           PERFORM VARYING IND-CPF FROM 1 BY 1
                   UNTIL IND-CPF > QTD-CPFS
               PERFORM 6100-LINHA-DO-CPF
           END-PERFORM.

       6100-LINHA-DO-CPF.
      *    Uma linha por CPF com cada ocorrencia; limpo e o CPF ainda
      *    em ARQCPF2, fora do expurgo, da lista de exclusao e do
      *    recall, e sem alocacao a outra area que nao a da entrega.
           MOVE 'S' TO LIMPO-SW.
           MOVE SPACES TO LINHA-CPF.
           MOVE TCP-CPF(IND-CPF) TO LCP-CPF.
           IF TCP-NO-ARQUIVO(IND-CPF) = 'S'
               MOVE 'ARQCPF2' TO LCP-ARQUIVO
               ADD 1 TO QTD-NO-ARQUIVO
           ELSE
               MOVE 'AUSENTE' TO LCP-ARQUIVO
               MOVE 'N' TO LIMPO-SW
           END-IF.
           IF TCP-EXPURGADO(IND-CPF) = 'S'
               MOVE 'EXPURGADO' TO LCP-EXPURGO
               ADD 1 TO QTD-EXPURGADOS
               MOVE 'N' TO LIMPO-SW
           END-IF.
           IF TCP-BLOQUEADO(IND-CPF) = 'S'
               MOVE 'BLACKLIST' TO LCP-BLOQUEIO
               ADD 1 TO QTD-BLOQUEADOS
               MOVE 'N' TO LIMPO-SW
           END-IF.
           IF TCP-RECALL(IND-CPF) = 'S'
               MOVE 'RECALL' TO LCP-RECALL
               ADD 1 TO QTD-RECALL
               MOVE 'N' TO LIMPO-SW
           END-IF.
           IF TCP-DEVOLVIDO(IND-CPF) = 'S'
               MOVE 'DEVOLVIDO' TO LCP-DEVOLUCAO
               ADD 1 TO QTD-DEVOLVIDOS
           END-IF.
           IF TCP-TRANSFERIDO(IND-CPF) = 'S'
               MOVE 'TRANSFERIDO' TO LCP-TRANSF
               ADD 1 TO QTD-TRANSFERIDOS
           END-IF.
           IF TCP-AREA-ALOC(IND-CPF) NOT = SPACES
               STRING 'ALOCADO ' TCP-AREA-ALOC(IND-CPF)
                   DELIMITED BY SIZE INTO LCP-ALOCACAO
               IF TCP-AREA-ALOC(IND-CPF) NOT = ENT-AREA
                   ADD 1 TO QTD-OUTRA-AREA
                   MOVE 'N' TO LIMPO-SW
               END-IF
           END-IF.
           IF CPF-LIMPO
               MOVE 'LIMPO' TO LCP-SITUACAO
               ADD 1 TO QTD-LIMPOS
           ELSE
               MOVE 'INUTIL' TO LCP-SITUACAO
           END-IF.
           MOVE LINHA-CPF TO REG-RELATORIO.
           PERFORM 9000-IMPRIME.

       7000-RESUMO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE 'RESUMO' TO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE ALL '-' TO REG-RELATORIO(1:60).
           PERFORM 9000-IMPRIME.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CPFS NO DETALHE DA ENTREGA ..: ' QTD-CPFS
               DELIMITED BY SIZE INTO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           IF QTD-EXCEDENTE > ZERO
               MOVE SPACES TO REG-RELATORIO
               STRING 'ACIMA DA CAPACIDADE (FORA) ..: ' QTD-EXCEDENTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
               PERFORM 9000-IMPRIME
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AINDA EM ARQCPF2 ............: ' QTD-NO-ARQUIVO
               DELIMITED BY SIZE INTO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'EXPURGADOS ..................: ' QTD-EXPURGADOS
               DELIMITED BY SIZE INTO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'NA LISTA DE EXCLUSAO ........: ' QTD-BLOQUEADOS
               DELIMITED BY SIZE INTO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'APONTADOS NO RECALL .........: ' QTD-RECALL
               DELIMITED BY SIZE INTO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DEVOLVIDOS APOS A ENTREGA ...: ' QTD-DEVOLVIDOS
               DELIMITED BY SIZE INTO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TRANSFERIDOS APOS A ENTREGA .: ' QTD-TRANSFERIDOS
               DELIMITED BY SIZE INTO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ALOCADOS A OUTRA AREA .......: ' QTD-OUTRA-AREA
               DELIMITED BY SIZE INTO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'LIMPOS E UTILIZAVEIS ........: ' QTD-LIMPOS
               DELIMITED BY SIZE INTO REG-RELATORIO.
           PERFORM 9000-IMPRIME.
           IF QTD-LIMPOS < QTD-CPFS
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-IMPRIME.
           IF FS-REL = '00'
               WRITE REG-RELATORIO
           END-IF.
           DISPLAY REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.

       COPY FS-VERIFICA.
