      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Devolve ao lugar uma geracao de backup tirada por
      *            ARQ-BACKUP: recebe o nome logico do arquivo
      *            permanente e a data da geracao escolhida, acha a
      *            linha dela no catalogo BKPCAT, conta os registros da
      *            geracao (nome logico BKPGERACAO, que o job aponta
      *            para o arquivo datado) e so se a contagem bater com
      *            a do catalogo recria o arquivo permanente a partir
      *            dela, conferindo de novo a quantidade recarregada.
      *            Toda tentativa - restaurada, recusada ou falha - fica
      *            registrada em BKPRESTLOG com data, hora, quem pediu,
      *            o arquivo, a geracao e as duas contagens.
      *
      *            Quem pede e o operador do sign-on (OPERADOR); fora
      *            de uma sessao o codigo e pedido na entrada e sem ele
      *            nada e restaurado. Geracao fora do catalogo ou com
      *            contagem diferente e recusada antes de o arquivo
      *            permanente ser tocado (RC 8). Falha durante a
      *            recarga tambem termina com RC 8 e com o aviso de que
      *            o arquivo permanente ficou incompleto.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ-RESTAURA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-MESTRE-CPF ASSIGN TO "ARQCPFMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS MST-CPF
                       ALTERNATE RECORD KEY IS MST-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-DESTINO.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-DESTINO.

                       SELECT ARQ-BLACKLIST ASSIGN TO "ARQCPFBLK"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS BLK-CPF
                       FILE STATUS IS FS-DESTINO.

                       SELECT ARQ-CADASTRO ASSIGN TO "CADMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CADM-CPF
                       FILE STATUS IS FS-DESTINO.

                       SELECT ARQ-MESTRE-CNPJ ASSIGN TO "ARQCNPJMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CNA-CNPJ
                       FILE STATUS IS FS-DESTINO.

                       SELECT ARQ-SEQUENCIAS ASSIGN TO "SEQCTLIX"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CTL-SERIE
                       FILE STATUS IS FS-DESTINO.

                       SELECT ARQ-GERACAO ASSIGN TO "BKPGERACAO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-GER.

                       SELECT ARQ-CATALOGO ASSIGN TO "BKPCAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CAT.

                       SELECT ARQ-LOG-RESTAURA ASSIGN TO "BKPRESTLOG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RLOG.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-MESTRE-CPF.

                       01 REG-MESTRE-CPF.
                           05 MST-CPF          PIC 9(11).
                           05 MST-CPF-PONTUADO PIC X(14).
                           05 MST-DATA-GERACAO PIC 9(08).

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-BLACKLIST.

                       01 REG-BLACKLIST.
                           05 BLK-CPF           PIC 9(11).
                           05 BLK-DATA-INCLUSAO PIC 9(08).
                           05 BLK-MOTIVO        PIC X(04).

                   FD ARQ-CADASTRO.

                       01 REG-CADASTRO.
                           05 CADM-CPF         PIC 9(11).
                           05 CADM-NOME        PIC X(40).
                           05 CADM-SITUACAO    PIC X(01).

                   FD ARQ-MESTRE-CNPJ.

                       01 REG-MESTRE-CNPJ.
                           05 CNA-CNPJ           PIC X(14).
                           05 CNA-CNPJ-PONTUADO  PIC X(18).
                           05 CNA-DATA-GERACAO   PIC 9(08).

                   FD ARQ-SEQUENCIAS.

                       01 REG-SEQUENCIA.
                           05 CTL-SERIE        PIC X(12).
                           05 CTL-ULTIMO-NUM   PIC 9(10).

                   FD ARQ-GERACAO
                       LABEL RECORD STANDARD.

                       01 REG-GERACAO          PIC X(52).

                   FD ARQ-CATALOGO
                       LABEL RECORD STANDARD.

                       01 REG-CATALOGO.
                           COPY BKPCAT.

                   FD ARQ-LOG-RESTAURA
                       LABEL RECORD STANDARD.

                       01 REG-LOG-RESTAURA.
                           05 RLG-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 RLG-HORA         PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 RLG-OPERADOR     PIC X(08).
                           05 FILLER           PIC X(01).
                           05 RLG-ARQUIVO      PIC X(12).
                           05 FILLER           PIC X(01).
                           05 RLG-DATA-GERACAO PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 RLG-QTD-CATALOGO PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 RLG-QTD-RESTAURA PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 RLG-RESULTADO    PIC X(10).
                           05 FILLER           PIC X(01).
                           05 RLG-MOTIVO       PIC X(40).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-DESTINO       PIC X(02).
                   01 FS-GER           PIC X(02).
                   01 FS-CAT           PIC X(02).
                   01 FS-RLOG          PIC X(02).

                   COPY OPERADOR.

                   01 ARQUIVO-PEDIDO   PIC X(12) VALUE SPACES.
                   01 DATA-PEDIDA      PIC 9(08) VALUE ZERO.
                   01 TIPO-ARQUIVO     PIC 9(01) VALUE ZERO.
                       88 TIPO-MESTRE-CPF  VALUE 1.
                       88 TIPO-ALOCACOES   VALUE 2.
                       88 TIPO-BLACKLIST   VALUE 3.
                       88 TIPO-CADASTRO    VALUE 4.
                       88 TIPO-MESTRE-CNPJ VALUE 5.
                       88 TIPO-SEQUENCIAS  VALUE 6.
                       88 TIPO-CONHECIDO   VALUE 1 THRU 6.

                   01 RECUSA-SW        PIC X(01) VALUE 'N'.
                       88 RESTAURO-RECUSADO VALUE 'S'.
                   01 FALHA-SW         PIC X(01) VALUE 'N'.
                       88 RESTAURO-FALHOU  VALUE 'S'.
                   01 ACHOU-SW         PIC X(01) VALUE 'N'.
                       88 GERACAO-CATALOGADA VALUE 'S'.
                   01 CAT-FIM          PIC X(01) VALUE 'N'.
                       88 CATALOGO-ACABOU  VALUE 'S'.
                   01 GER-FIM          PIC X(01) VALUE 'N'.
                       88 GERACAO-ACABOU   VALUE 'S'.

                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 HORA-CRUA        PIC 9(08) VALUE ZERO.
                   01 HORA-RESTAURO    PIC 9(06) VALUE ZERO.
                   01 OPERADOR-RESTAURO PIC X(08) VALUE SPACES.
                   01 QTD-CATALOGO     PIC 9(11) VALUE ZERO.
                   01 QTD-GERACAO      PIC 9(11) VALUE ZERO.
                   01 QTD-RESTAURADOS  PIC 9(11) VALUE ZERO.
                   01 MOTIVO-RESTAURO  PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT RESTAURO-RECUSADO
               PERFORM 2000-CONFERE-GERACAO
           END-IF.
           IF NOT RESTAURO-RECUSADO
               PERFORM 3000-RECARREGA
           END-IF.
           PERFORM 4000-REGISTRA.

           GOBACK.

       1000-INICIAR.
           MOVE 'RESTAURA' TO ERR-PROGRAMA.
           MOVE 'BKPGERACAO' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO RECUSA-SW.
           MOVE 'N' TO FALHA-SW.
           MOVE ZERO TO QTD-CATALOGO.
           MOVE ZERO TO QTD-GERACAO.
           MOVE ZERO TO QTD-RESTAURADOS.
           MOVE SPACES TO MOTIVO-RESTAURO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-CRUA FROM TIME.
           COMPUTE HORA-RESTAURO = HORA-CRUA / 100.

           DISPLAY 'ARQUIVO A RESTAURAR (ARQCPFMST ARQALOC ARQCPFBLK '
                   'CADMST ARQCNPJMST SEQCTLIX) :'.
           ACCEPT ARQUIVO-PEDIDO.
           DISPLAY 'DATA DA GERACAO (AAAAMMDD) :'.
           ACCEPT DATA-PEDIDA.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               DISPLAY 'OPERADOR RESPONSAVEL :'
               ACCEPT OPERADOR-RESTAURO
           ELSE
               MOVE OPR-SESSAO-CODIGO TO OPERADOR-RESTAURO
           END-IF.

           PERFORM 1100-IDENTIFICA-ARQUIVO.
           IF OPERADOR-RESTAURO = SPACES
               MOVE 'OPERADOR NAO INFORMADO' TO MOTIVO-RESTAURO
               SET RESTAURO-RECUSADO TO TRUE
           ELSE
               IF NOT TIPO-CONHECIDO
                   MOVE 'ARQUIVO SEM BACKUP PREVISTO'
                       TO MOTIVO-RESTAURO
                   SET RESTAURO-RECUSADO TO TRUE
               ELSE
                   PERFORM 1200-PROCURA-CATALOGO
               END-IF
           END-IF.

       1100-IDENTIFICA-ARQUIVO.
           MOVE ZERO TO TIPO-ARQUIVO.
           IF ARQUIVO-PEDIDO = 'ARQCPFMST'
               MOVE 1 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQALOC'
               MOVE 2 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQCPFBLK'
               MOVE 3 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'CADMST'
               MOVE 4 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQCNPJMST'
               MOVE 5 TO TIPO-ARQUIVO
           END-IF.
           IF ARQUIVO-PEDIDO = 'SEQCTLIX'
               MOVE 6 TO TIPO-ARQUIVO
           END-IF.

       1200-PROCURA-CATALOGO.
           MOVE 'N' TO ACHOU-SW.
           MOVE 'N' TO CAT-FIM.
           OPEN INPUT ARQ-CATALOGO.
           IF FS-CAT = '00'
               PERFORM 1210-LER-CATALOGO
               PERFORM UNTIL CATALOGO-ACABOU OR GERACAO-CATALOGADA
                   IF BKC-ARQUIVO = ARQUIVO-PEDIDO
                           AND BKC-DATA = DATA-PEDIDA
                       SET GERACAO-CATALOGADA TO TRUE
                       MOVE BKC-QTD TO QTD-CATALOGO
                   ELSE
                       PERFORM 1210-LER-CATALOGO
                   END-IF
               END-PERFORM
               CLOSE ARQ-CATALOGO
           END-IF.
           IF NOT GERACAO-CATALOGADA
               MOVE 'GERACAO NAO CONSTA DO CATALOGO'
                   TO MOTIVO-RESTAURO
               SET RESTAURO-RECUSADO TO TRUE
           END-IF.

       1210-LER-CATALOGO.
           READ ARQ-CATALOGO
               AT END
                   SET CATALOGO-ACABOU TO TRUE
           END-READ.

       2000-CONFERE-GERACAO.
      *    Conta a geracao antes de tocar no arquivo permanente.
           MOVE 'N' TO GER-FIM.
           OPEN INPUT ARQ-GERACAO.
           IF FS-GER NOT = '00'
               MOVE 'ARQUIVO DA GERACAO NAO ENCONTRADO'
                   TO MOTIVO-RESTAURO
               SET RESTAURO-RECUSADO TO TRUE
           ELSE
               PERFORM 2100-LER-GERACAO
               PERFORM UNTIL GERACAO-ACABOU
                   ADD 1 TO QTD-GERACAO
                   PERFORM 2100-LER-GERACAO
               END-PERFORM
               CLOSE ARQ-GERACAO
               IF QTD-GERACAO NOT = QTD-CATALOGO
                   MOVE 'CONTAGEM DA GERACAO DIFERE DO CATALOGO'
                       TO MOTIVO-RESTAURO
                   SET RESTAURO-RECUSADO TO TRUE
               END-IF
           END-IF.

       2100-LER-GERACAO.
           READ ARQ-GERACAO
               AT END
                   SET GERACAO-ACABOU TO TRUE
           END-READ.

       3000-RECARREGA.
           PERFORM 3100-ABRE-DESTINO.
           IF FS-DESTINO NOT = '00'
               MOVE FS-DESTINO TO FS-ENTRADA
               PERFORM 9999-INTERPRETA-FS
               MOVE 'ERRO AO ABRIR O ARQUIVO PERMANENTE'
                   TO MOTIVO-RESTAURO
               SET RESTAURO-FALHOU TO TRUE
           ELSE
               MOVE 'N' TO GER-FIM
               OPEN INPUT ARQ-GERACAO
               PERFORM 2100-LER-GERACAO
               PERFORM UNTIL GERACAO-ACABOU OR RESTAURO-FALHOU
                   PERFORM 3200-GRAVA-DESTINO
                   IF FS-DESTINO NOT = '00'
                       MOVE FS-DESTINO TO FS-ENTRADA
                       PERFORM 9999-INTERPRETA-FS
                       MOVE 'ERRO DE GRAVACAO NO ARQUIVO PERMANENTE'
                           TO MOTIVO-RESTAURO
                       SET RESTAURO-FALHOU TO TRUE
                   ELSE
                       ADD 1 TO QTD-RESTAURADOS
                       PERFORM 2100-LER-GERACAO
                   END-IF
               END-PERFORM
               CLOSE ARQ-GERACAO
               PERFORM 3300-FECHA-DESTINO
               IF NOT RESTAURO-FALHOU
                       AND QTD-RESTAURADOS NOT = QTD-CATALOGO
                   MOVE 'RECARGA DIFERE DO CATALOGO'
                       TO MOTIVO-RESTAURO
                   SET RESTAURO-FALHOU TO TRUE
               END-IF
           END-IF.

       3100-ABRE-DESTINO.
           IF TIPO-MESTRE-CPF
               OPEN OUTPUT ARQ-MESTRE-CPF
           END-IF.
           IF TIPO-ALOCACOES
               OPEN OUTPUT ARQ-ALOCACOES
           END-IF.
           IF TIPO-BLACKLIST
               OPEN OUTPUT ARQ-BLACKLIST
           END-IF.
           IF TIPO-CADASTRO
               OPEN OUTPUT ARQ-CADASTRO
           END-IF.
           IF TIPO-MESTRE-CNPJ
               OPEN OUTPUT ARQ-MESTRE-CNPJ
           END-IF.
           IF TIPO-SEQUENCIAS
               OPEN OUTPUT ARQ-SEQUENCIAS
           END-IF.

       3200-GRAVA-DESTINO.
      *    A geracao foi descarregada em ordem de chave, entao a
      *    recarga sequencial grava em ordem crescente.
           IF TIPO-MESTRE-CPF
               MOVE REG-GERACAO TO REG-MESTRE-CPF
               WRITE REG-MESTRE-CPF
           END-IF.
           IF TIPO-ALOCACOES
               MOVE REG-GERACAO TO REG-ALOCACAO
               WRITE REG-ALOCACAO
           END-IF.
           IF TIPO-BLACKLIST
               MOVE REG-GERACAO TO REG-BLACKLIST
               WRITE REG-BLACKLIST
           END-IF.
           IF TIPO-CADASTRO
               MOVE REG-GERACAO TO REG-CADASTRO
               WRITE REG-CADASTRO
           END-IF.
           IF TIPO-MESTRE-CNPJ
               MOVE REG-GERACAO TO REG-MESTRE-CNPJ
               WRITE REG-MESTRE-CNPJ
           END-IF.
           IF TIPO-SEQUENCIAS
               MOVE REG-GERACAO TO REG-SEQUENCIA
               WRITE REG-SEQUENCIA
           END-IF.

       3300-FECHA-DESTINO.
           IF TIPO-MESTRE-CPF
               CLOSE ARQ-MESTRE-CPF
           END-IF.
           IF TIPO-ALOCACOES
               CLOSE ARQ-ALOCACOES
           END-IF.
           IF TIPO-BLACKLIST
               CLOSE ARQ-BLACKLIST
           END-IF.
           IF TIPO-CADASTRO
               CLOSE ARQ-CADASTRO
           END-IF.
           IF TIPO-MESTRE-CNPJ
               CLOSE ARQ-MESTRE-CNPJ
           END-IF.
           IF TIPO-SEQUENCIAS
               CLOSE ARQ-SEQUENCIAS
           END-IF.

       4000-REGISTRA.
           MOVE SPACES            TO REG-LOG-RESTAURA.
           MOVE DATA-HOJE         TO RLG-DATA.
           MOVE HORA-RESTAURO     TO RLG-HORA.
           MOVE OPERADOR-RESTAURO TO RLG-OPERADOR.
           MOVE ARQUIVO-PEDIDO    TO RLG-ARQUIVO.
           MOVE DATA-PEDIDA       TO RLG-DATA-GERACAO.
           MOVE QTD-CATALOGO      TO RLG-QTD-CATALOGO.
           MOVE QTD-RESTAURADOS   TO RLG-QTD-RESTAURA.
           MOVE MOTIVO-RESTAURO   TO RLG-MOTIVO.
           IF RESTAURO-RECUSADO
               MOVE 'RECUSADO' TO RLG-RESULTADO
               DISPLAY 'RESTAURACAO RECUSADA: ' MOTIVO-RESTAURO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RESTAURO-FALHOU
                   MOVE 'FALHOU' TO RLG-RESULTADO
                   DISPLAY 'RESTAURACAO FALHOU: ' MOTIVO-RESTAURO
                   DISPLAY ARQUIVO-PEDIDO ' FICOU INCOMPLETO - '
                           'REPETIR A RESTAURACAO.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'RESTAURADO' TO RLG-RESULTADO
                   DISPLAY ARQUIVO-PEDIDO ' RESTAURADO DA GERACAO '
                           DATA-PEDIDA ': ' QTD-RESTAURADOS
                           ' REGISTROS.'
               END-IF
           END-IF.

           OPEN EXTEND ARQ-LOG-RESTAURA.
           IF FS-RLOG NOT = '00'
               OPEN OUTPUT ARQ-LOG-RESTAURA
           END-IF.
           IF FS-RLOG = '00'
               WRITE REG-LOG-RESTAURA
               CLOSE ARQ-LOG-RESTAURA
           ELSE
               DISPLAY 'ERRO AO ABRIR BKPRESTLOG - FS ' FS-RLOG
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY FS-VERIFICA.
