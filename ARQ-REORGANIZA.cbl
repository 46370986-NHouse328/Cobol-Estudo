      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Reorganizacao (descarga e recarga) de um arquivo
      *            indexado permanente - ARQCPF2, ARQCPFMST,
      *            ARQCPFARC, ARQALOC, CADMST ou ARQCPFBLK - que cresce
      *            em disco com as exclusoes de CPF-EXPURGO,
      *            CPF-DEVOLUCAO e CPF-RESTAURA sem crescer em
      *            registros. Roda em duas fases, chamada duas vezes
      *            pelo job REORGANIZA.sh:
      *
      *            Fase 1 (descarga): le o arquivo em ordem de chave,
      *            grava cada registro na copia sequencial REORGDESC e
      *            deixa em REORGPROVA a prova do arquivo original -
      *            quantidade de registros e o hash das chaves.
      *
      *            Fase 2 (recarga): com o nome logico do arquivo
      *            apontado pelo job para o arquivo NOVO, recria-o a
      *            partir de REORGDESC (com as chaves alternadas da
      *            declaracao), rele o arquivo novo de ponta a ponta e
      *            confere quantidade e hash contra a prova da fase 1.
      *            Divergencia termina com RC 8 e o job nao troca o
      *            arquivo; so com RC 0 o arquivo novo entra no lugar.
      *            Toda recarga fica registrada em REORGLOG com as
      *            duas provas e o resultado.
      *
      *            O hash e acumulado na ordem de leitura (ordem de
      *            chave), entao pega chave perdida, duplicada, trocada
      *            ou fora de ordem, nao so diferenca de quantidade.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo.
      *   - Identificacao no log de erros passou a REORGARQ: o nome
      *     anterior nao cabia nas oito posicoes de ERR-PROGRAMA e
      *     saia truncado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ-REORGANIZA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQUIVO ASSIGN TO "ARQCPF2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CPF-OUT
                       ALTERNATE RECORD KEY IS CPF-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-REORG.

                       SELECT ARQ-MESTRE ASSIGN TO "ARQCPFMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS MST-CPF
                       ALTERNATE RECORD KEY IS MST-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-REORG.

                       SELECT ARQ-MORTO ASSIGN TO "ARQCPFARC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ARC-CPF
                       ALTERNATE RECORD KEY IS ARC-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-REORG.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-REORG.

                       SELECT ARQ-CADASTRO ASSIGN TO "CADMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CADM-CPF
                       FILE STATUS IS FS-REORG.

                       SELECT ARQ-BLACKLIST ASSIGN TO "ARQCPFBLK"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS BLK-CPF
                       FILE STATUS IS FS-REORG.

                       SELECT ARQ-DESCARGA ASSIGN TO "REORGDESC"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DESC.

                       SELECT ARQ-PROVA ASSIGN TO "REORGPROVA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PROVA.

                       SELECT ARQ-LOG-REORG ASSIGN TO "REORGLOG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RLOG.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQUIVO.

                       01 REG-ARQUIVO.
                           05 CPF-OUT          PIC 9(11).
                           05 CPF-OUT-PONTUADO PIC X(14).
                           05 CPF-DATA-GERACAO PIC 9(08).

                   FD ARQ-MESTRE.

                       01 REG-MESTRE.
                           05 MST-CPF          PIC 9(11).
                           05 MST-CPF-PONTUADO PIC X(14).
                           05 MST-DATA-GERACAO PIC 9(08).

                   FD ARQ-MORTO.

                       01 REG-MORTO.
                           05 ARC-CPF          PIC 9(11).
                           05 ARC-CPF-PONTUADO PIC X(14).
                           05 ARC-DATA-GERACAO PIC 9(08).

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-CADASTRO.

                       01 REG-CADASTRO.
                           05 CADM-CPF         PIC 9(11).
                           05 CADM-NOME        PIC X(40).
                           05 CADM-SITUACAO    PIC X(01).

                   FD ARQ-BLACKLIST.

                       01 REG-BLACKLIST.
                           05 BLK-CPF           PIC 9(11).
                           05 BLK-DATA-INCLUSAO PIC 9(08).
                           05 BLK-MOTIVO        PIC X(04).

                   FD ARQ-DESCARGA
                       LABEL RECORD STANDARD.

                       01 REG-DESCARGA         PIC X(52).

                   FD ARQ-PROVA
                       LABEL RECORD STANDARD.

                       01 REG-PROVA.
                           05 PRV-ARQUIVO      PIC X(12).
                           05 FILLER           PIC X(01).
                           05 PRV-QTD          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 PRV-HASH         PIC 9(15).

                   FD ARQ-LOG-REORG
                       LABEL RECORD STANDARD.

                       01 REG-LOG-REORG.
                           05 RRG-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 RRG-HORA         PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 RRG-ARQUIVO      PIC X(12).
                           05 FILLER           PIC X(01).
                           05 RRG-QTD-ANTES    PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 RRG-HASH-ANTES   PIC 9(15).
                           05 FILLER           PIC X(01).
                           05 RRG-QTD-DEPOIS   PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 RRG-HASH-DEPOIS  PIC 9(15).
                           05 FILLER           PIC X(01).
                           05 RRG-RESULTADO    PIC X(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-REORG         PIC X(02).
                   01 FS-DESC          PIC X(02).
                   01 FS-PROVA         PIC X(02).
                   01 FS-RLOG          PIC X(02).

                   01 ARQUIVO-PEDIDO   PIC X(12) VALUE SPACES.
                   01 FASE-PEDIDA      PIC 9(01) VALUE ZERO.
                       88 FASE-DESCARGA    VALUE 1.
                       88 FASE-RECARGA     VALUE 2.
                   01 TIPO-ARQUIVO     PIC 9(01) VALUE ZERO.
                       88 TIPO-EXTRATO     VALUE 1.
                       88 TIPO-MESTRE      VALUE 2.
                       88 TIPO-MORTO       VALUE 3.
                       88 TIPO-ALOCACOES   VALUE 4.
                       88 TIPO-CADASTRO    VALUE 5.
                       88 TIPO-BLACKLIST   VALUE 6.
                       88 TIPO-CONHECIDO   VALUE 1 THRU 6.

                   01 ERRO-REORG-SW    PIC X(01) VALUE 'N'.
                       88 ERRO-NA-REORG    VALUE 'S'.
                   01 REORG-FIM        PIC X(01) VALUE 'N'.
                       88 REORG-ACABOU     VALUE 'S'.
                   01 DESC-FIM         PIC X(01) VALUE 'N'.
                       88 DESCARGA-ACABOU  VALUE 'S'.

                   01 CHAVE-ATUAL      PIC 9(11) VALUE ZERO.
                   01 QTD-LIDOS        PIC 9(11) VALUE ZERO.
                   01 QTD-GRAVADOS     PIC 9(11) VALUE ZERO.
                   01 HASH-CHAVES      PIC 9(15) VALUE ZERO.
                   01 HASH-TRABALHO    PIC 9(15) VALUE ZERO.
                   01 HASH-QUOCIENTE   PIC 9(15) VALUE ZERO.
                   01 HASH-PRIMO       PIC 9(12) VALUE 999999999989.
                   01 SV-PRV-QTD       PIC 9(11) VALUE ZERO.
                   01 SV-PRV-HASH      PIC 9(15) VALUE ZERO.
                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 HORA-CRUA        PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-REORG
               IF FASE-DESCARGA
                   PERFORM 2000-DESCARGA
               ELSE
                   PERFORM 3000-RECARGA
               END-IF
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'REORGARQ' TO ERR-PROGRAMA.
           MOVE 'REORGDESC' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-REORG-SW.
           MOVE ZERO TO QTD-LIDOS.
           MOVE ZERO TO QTD-GRAVADOS.
           MOVE ZERO TO HASH-CHAVES.

           DISPLAY 'ARQUIVO A REORGANIZAR (ARQCPF2 ARQCPFMST '
                   'ARQCPFARC ARQALOC CADMST ARQCPFBLK) :'.
           ACCEPT ARQUIVO-PEDIDO.
           DISPLAY 'FASE (1 = DESCARGA, 2 = RECARGA E PROVA) :'.
           ACCEPT FASE-PEDIDA.

           MOVE ZERO TO TIPO-ARQUIVO.
           IF ARQUIVO-PEDIDO = 'ARQCPF2'
               MOVE 1 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQCPFMST'
               MOVE 2 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQCPFARC'
               MOVE 3 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQALOC'
               MOVE 4 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'CADMST'
               MOVE 5 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQCPFBLK'
               MOVE 6 TO TIPO-ARQUIVO
           END-IF.

           IF NOT TIPO-CONHECIDO
               DISPLAY 'ARQUIVO SEM REORGANIZACAO PREVISTA: '
                       ARQUIVO-PEDIDO
               MOVE 'S' TO ERRO-REORG-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT FASE-DESCARGA AND NOT FASE-RECARGA
                   DISPLAY 'FASE INVALIDA: ' FASE-PEDIDA
                   MOVE 'S' TO ERRO-REORG-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2000-DESCARGA.
           PERFORM 5100-ABRE-ENTRADA.
           IF FS-REORG NOT = '00'
               MOVE FS-REORG TO FS-ENTRADA
               PERFORM 9999-INTERPRETA-FS
               DISPLAY 'ERRO AO ABRIR ' ARQUIVO-PEDIDO ' - '
                       FS-MENSAGEM
               MOVE 'S' TO ERRO-REORG-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-DESCARGA
               IF FS-DESC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REORGDESC - FS ' FS-DESC
                   PERFORM 5400-FECHA-ARQUIVO
                   MOVE 'S' TO ERRO-REORG-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT ERRO-NA-REORG
               MOVE 'N' TO REORG-FIM
               PERFORM 5200-LE-ARQUIVO
               PERFORM UNTIL REORG-ACABOU OR ERRO-NA-REORG
                   WRITE REG-DESCARGA
                   IF FS-DESC NOT = '00'
                       DISPLAY 'ERRO DE GRAVACAO EM REORGDESC - FS '
                               FS-DESC
                       MOVE 'S' TO ERRO-REORG-SW
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO QTD-LIDOS
                       PERFORM 5500-ACUMULA-HASH
                       PERFORM 5200-LE-ARQUIVO
                   END-IF
               END-PERFORM
               PERFORM 5400-FECHA-ARQUIVO
               CLOSE ARQ-DESCARGA
           END-IF.
           IF NOT ERRO-NA-REORG
               OPEN OUTPUT ARQ-PROVA
               IF FS-PROVA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REORGPROVA - FS ' FS-PROVA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES         TO REG-PROVA
                   MOVE ARQUIVO-PEDIDO TO PRV-ARQUIVO
                   MOVE QTD-LIDOS      TO PRV-QTD
                   MOVE HASH-CHAVES    TO PRV-HASH
                   WRITE REG-PROVA
                   CLOSE ARQ-PROVA
                   DISPLAY ARQUIVO-PEDIDO ' DESCARREGADO: ' QTD-LIDOS
                           ' REGISTROS, HASH ' HASH-CHAVES '.'
               END-IF
           END-IF.

       3000-RECARGA.
      *    A prova do original vem antes de qualquer gravacao.
           OPEN INPUT ARQ-PROVA.
           IF FS-PROVA NOT = '00'
               DISPLAY 'REORGPROVA AUSENTE - RODE A FASE 1 ANTES.'
               MOVE 'S' TO ERRO-REORG-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               READ ARQ-PROVA
                   AT END
                       MOVE SPACES TO PRV-ARQUIVO
               END-READ
               MOVE PRV-QTD  TO SV-PRV-QTD
               MOVE PRV-HASH TO SV-PRV-HASH
               IF PRV-ARQUIVO NOT = ARQUIVO-PEDIDO
                   DISPLAY 'REORGPROVA NAO E DE ' ARQUIVO-PEDIDO
                           ' - RODE A FASE 1 ANTES.'
                   MOVE 'S' TO ERRO-REORG-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE ARQ-PROVA
           END-IF.

           IF NOT ERRO-NA-REORG
               OPEN INPUT ARQ-DESCARGA
               IF FS-DESC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REORGDESC - FS ' FS-DESC
                   MOVE 'S' TO ERRO-REORG-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 5300-ABRE-SAIDA
                   IF FS-REORG NOT = '00'
                       MOVE FS-REORG TO FS-ENTRADA
                       PERFORM 9999-INTERPRETA-FS
                       DISPLAY 'ERRO AO CRIAR O NOVO ' ARQUIVO-PEDIDO
                               ' - ' FS-MENSAGEM
                       CLOSE ARQ-DESCARGA
                       MOVE 'S' TO ERRO-REORG-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF NOT ERRO-NA-REORG
               MOVE 'N' TO DESC-FIM
               PERFORM 3100-LE-DESCARGA
               PERFORM UNTIL DESCARGA-ACABOU OR ERRO-NA-REORG
                   PERFORM 3200-GRAVA-ARQUIVO
                   IF FS-REORG NOT = '00'
                       MOVE FS-REORG TO FS-ENTRADA
                       PERFORM 9999-INTERPRETA-FS
                       DISPLAY 'ERRO DE GRAVACAO NO NOVO '
                               ARQUIVO-PEDIDO ' - ' FS-MENSAGEM
                       MOVE 'S' TO ERRO-REORG-SW
                   ELSE
                       ADD 1 TO QTD-GRAVADOS
                       PERFORM 3100-LE-DESCARGA
                   END-IF
               END-PERFORM
               CLOSE ARQ-DESCARGA
               PERFORM 5400-FECHA-ARQUIVO
           END-IF.

      *    Releitura do arquivo novo: a prova e sobre o que ficou no
      *    disco, nao sobre o que foi gravado.
           IF NOT ERRO-NA-REORG
               PERFORM 5100-ABRE-ENTRADA
               IF FS-REORG NOT = '00'
                   DISPLAY 'ERRO AO RELER O NOVO ' ARQUIVO-PEDIDO
                           ' - FS ' FS-REORG
                   MOVE 'S' TO ERRO-REORG-SW
               ELSE
                   MOVE 'N' TO REORG-FIM
                   PERFORM 5200-LE-ARQUIVO
                   PERFORM UNTIL REORG-ACABOU OR ERRO-NA-REORG
                       ADD 1 TO QTD-LIDOS
                       PERFORM 5500-ACUMULA-HASH
                       PERFORM 5200-LE-ARQUIVO
                   END-PERFORM
                   PERFORM 5400-FECHA-ARQUIVO
               END-IF
           END-IF.

           IF NOT ERRO-NA-REORG
               IF QTD-LIDOS NOT = SV-PRV-QTD
                       OR QTD-GRAVADOS NOT = SV-PRV-QTD
                       OR HASH-CHAVES NOT = SV-PRV-HASH
                   MOVE 'S' TO ERRO-REORG-SW
               END-IF
           END-IF.
           PERFORM 3300-REGISTRA.

       3100-LE-DESCARGA.
           READ ARQ-DESCARGA
               AT END
                   SET DESCARGA-ACABOU TO TRUE
           END-READ.

       3200-GRAVA-ARQUIVO.
      *    A descarga saiu em ordem de chave; a recarga sequencial
      *    grava em ordem crescente.
           IF TIPO-EXTRATO
               MOVE REG-DESCARGA TO REG-ARQUIVO
               WRITE REG-ARQUIVO
           END-IF.
           IF TIPO-MESTRE
               MOVE REG-DESCARGA TO REG-MESTRE
               WRITE REG-MESTRE
           END-IF.
           IF TIPO-MORTO
               MOVE REG-DESCARGA TO REG-MORTO
               WRITE REG-MORTO
           END-IF.
           IF TIPO-ALOCACOES
               MOVE REG-DESCARGA TO REG-ALOCACAO
               WRITE REG-ALOCACAO
           END-IF.
           IF TIPO-CADASTRO
               MOVE REG-DESCARGA TO REG-CADASTRO
               WRITE REG-CADASTRO
           END-IF.
           IF TIPO-BLACKLIST
               MOVE REG-DESCARGA TO REG-BLACKLIST
               WRITE REG-BLACKLIST
           END-IF.

       3300-REGISTRA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-CRUA FROM TIME.
           MOVE SPACES         TO REG-LOG-REORG.
           MOVE DATA-HOJE      TO RRG-DATA.
           COMPUTE RRG-HORA = HORA-CRUA / 100.
           MOVE ARQUIVO-PEDIDO TO RRG-ARQUIVO.
           MOVE SV-PRV-QTD     TO RRG-QTD-ANTES.
           MOVE SV-PRV-HASH    TO RRG-HASH-ANTES.
           MOVE QTD-LIDOS      TO RRG-QTD-DEPOIS.
           MOVE HASH-CHAVES    TO RRG-HASH-DEPOIS.
           IF ERRO-NA-REORG
               MOVE 'RECUSADO' TO RRG-RESULTADO
               MOVE 8 TO RETURN-CODE
               DISPLAY 'PROVA DA REORGANIZACAO DE ' ARQUIVO-PEDIDO
                       ' FALHOU - ARQUIVO NOVO NAO DEVE ENTRAR.'
               DISPLAY '  ANTES : ' SV-PRV-QTD ' REGISTROS, HASH '
                       SV-PRV-HASH
               DISPLAY '  DEPOIS: ' QTD-LIDOS ' REGISTROS, HASH '
                       HASH-CHAVES ' (GRAVADOS ' QTD-GRAVADOS ')'
           ELSE
               MOVE 'CONFERE' TO RRG-RESULTADO
               DISPLAY ARQUIVO-PEDIDO ' RECARREGADO E CONFERIDO: '
                       QTD-LIDOS ' REGISTROS, HASH ' HASH-CHAVES '.'
           END-IF.

           OPEN EXTEND ARQ-LOG-REORG.
           IF FS-RLOG NOT = '00'
               OPEN OUTPUT ARQ-LOG-REORG
           END-IF.
           IF FS-RLOG = '00'
               WRITE REG-LOG-REORG
               CLOSE ARQ-LOG-REORG
           ELSE
               DISPLAY 'ERRO AO ABRIR REORGLOG - FS ' FS-RLOG
               MOVE 8 TO RETURN-CODE
           END-IF.

       5100-ABRE-ENTRADA.
           IF TIPO-EXTRATO
               OPEN INPUT ARQUIVO
           END-IF.
           IF TIPO-MESTRE
               OPEN INPUT ARQ-MESTRE
           END-IF.
           IF TIPO-MORTO
               OPEN INPUT ARQ-MORTO
           END-IF.
           IF TIPO-ALOCACOES
               OPEN INPUT ARQ-ALOCACOES
           END-IF.
           IF TIPO-CADASTRO
               OPEN INPUT ARQ-CADASTRO
           END-IF.
           IF TIPO-BLACKLIST
               OPEN INPUT ARQ-BLACKLIST
           END-IF.

       5200-LE-ARQUIVO.
      *    Le o proximo registro em ordem de chave; deixa o registro
      *    em REG-DESCARGA e a chave em CHAVE-ATUAL.
           MOVE SPACES TO REG-DESCARGA.
           IF TIPO-EXTRATO
               READ ARQUIVO NEXT RECORD
                   AT END
                       SET REORG-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-ARQUIVO TO REG-DESCARGA
                       MOVE CPF-OUT TO CHAVE-ATUAL
               END-READ
           END-IF.
           IF TIPO-MESTRE
               READ ARQ-MESTRE NEXT RECORD
                   AT END
                       SET REORG-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-MESTRE TO REG-DESCARGA
                       MOVE MST-CPF TO CHAVE-ATUAL
               END-READ
           END-IF.
           IF TIPO-MORTO
               READ ARQ-MORTO NEXT RECORD
                   AT END
                       SET REORG-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-MORTO TO REG-DESCARGA
                       MOVE ARC-CPF TO CHAVE-ATUAL
               END-READ
           END-IF.
           IF TIPO-ALOCACOES
               READ ARQ-ALOCACOES NEXT RECORD
                   AT END
                       SET REORG-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-ALOCACAO TO REG-DESCARGA
                       MOVE ALO-CPF TO CHAVE-ATUAL
               END-READ
           END-IF.
           IF TIPO-CADASTRO
               READ ARQ-CADASTRO NEXT RECORD
                   AT END
                       SET REORG-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-CADASTRO TO REG-DESCARGA
                       MOVE CADM-CPF TO CHAVE-ATUAL
               END-READ
           END-IF.
           IF TIPO-BLACKLIST
               READ ARQ-BLACKLIST NEXT RECORD
                   AT END
                       SET REORG-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-BLACKLIST TO REG-DESCARGA
                       MOVE BLK-CPF TO CHAVE-ATUAL
               END-READ
           END-IF.
           IF NOT REORG-ACABOU
                   AND FS-REORG NOT = '00' AND FS-REORG NOT = '02'
               MOVE FS-REORG TO FS-ENTRADA
               PERFORM 9999-INTERPRETA-FS
               DISPLAY 'ERRO DE LEITURA EM ' ARQUIVO-PEDIDO ' - '
                       FS-MENSAGEM
               MOVE 'S' TO ERRO-REORG-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       5300-ABRE-SAIDA.
           IF TIPO-EXTRATO
               OPEN OUTPUT ARQUIVO
           END-IF.
           IF TIPO-MESTRE
               OPEN OUTPUT ARQ-MESTRE
           END-IF.
           IF TIPO-MORTO
               OPEN OUTPUT ARQ-MORTO
           END-IF.
           IF TIPO-ALOCACOES
               OPEN OUTPUT ARQ-ALOCACOES
           END-IF.
           IF TIPO-CADASTRO
               OPEN OUTPUT ARQ-CADASTRO
           END-IF.
           IF TIPO-BLACKLIST
               OPEN OUTPUT ARQ-BLACKLIST
           END-IF.

       5400-FECHA-ARQUIVO.
           IF TIPO-EXTRATO
               CLOSE ARQUIVO
           END-IF.
           IF TIPO-MESTRE
               CLOSE ARQ-MESTRE
           END-IF.
           IF TIPO-MORTO
               CLOSE ARQ-MORTO
           END-IF.
           IF TIPO-ALOCACOES
               CLOSE ARQ-ALOCACOES
           END-IF.
           IF TIPO-CADASTRO
               CLOSE ARQ-CADASTRO
           END-IF.
           IF TIPO-BLACKLIST
               CLOSE ARQ-BLACKLIST
           END-IF.

       5500-ACUMULA-HASH.
      *    Hash posicional das chaves: h = (h * 31 + chave) modulo um
      *    primo de 12 digitos, sem estouro em 9(15).
           COMPUTE HASH-TRABALHO = HASH-CHAVES * 31 + CHAVE-ATUAL.
           DIVIDE HASH-TRABALHO BY HASH-PRIMO
               GIVING HASH-QUOCIENTE REMAINDER HASH-CHAVES.

       COPY FS-VERIFICA.
