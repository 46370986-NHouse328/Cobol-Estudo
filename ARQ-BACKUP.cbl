      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Backup versionado de um arquivo permanente da
      *            cadeia, tirado na largada do lote noturno, antes de
      *            qualquer etapa atualiza-lo no lugar: o arquivo
      *            indexado pedido (ARQCPFMST, ARQALOC, ARQCPFBLK,
      *            CADMST, ARQCNPJMST ou SEQCTLIX) e descarregado
      *            registro a registro, em ordem de chave, numa
      *            geracao sequencial (nome logico BKPGERACAO, que o
      *            job aponta para o arquivo datado da noite), e a
      *            geracao e lancada no catalogo BKPCAT com data,
      *            hora, ultimo run concluido (o do fim do historico de
      *            manifestos ARQCPF2MFH), quantidade de registros e
      *            tamanho. ARQ-RESTAURA e o caminho de volta.
      *
      *            Uma geracao por arquivo por noite: se o catalogo ja
      *            tem a geracao desta data para o arquivo, nada e
      *            regravado (RC 4) - uma reexecucao da cadeia na
      *            mesma noite encontraria o arquivo ja meio
      *            atualizado, e a copia que vale e a de ANTES da
      *            primeira tentativa. Arquivo permanente que ainda nao
      *            existe tambem termina com RC 4 (nada a salvar).
      *            Falha de abertura ou de gravacao: RC 8, e a geracao
      *            nao entra no catalogo. A linha do catalogo so e
      *            gravada depois da geracao fechada, entao uma
      *            geracao interrompida no meio nao vale e e refeita
      *            na proxima chamada. O descarte das geracoes alem das
      *            N mais novas e do job.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ-BACKUP.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-MESTRE-CPF ASSIGN TO "ARQCPFMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS MST-CPF
                       ALTERNATE RECORD KEY IS MST-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-ORIGEM.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ORIGEM.

                       SELECT ARQ-BLACKLIST ASSIGN TO "ARQCPFBLK"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS BLK-CPF
                       FILE STATUS IS FS-ORIGEM.

                       SELECT ARQ-CADASTRO ASSIGN TO "CADMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CADM-CPF
                       FILE STATUS IS FS-ORIGEM.

                       SELECT ARQ-MESTRE-CNPJ ASSIGN TO "ARQCNPJMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CNA-CNPJ
                       FILE STATUS IS FS-ORIGEM.

                       SELECT ARQ-SEQUENCIAS ASSIGN TO "SEQCTLIX"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CTL-SERIE
                       FILE STATUS IS FS-ORIGEM.

                       SELECT ARQ-GERACAO ASSIGN TO "BKPGERACAO"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-GER.

                       SELECT ARQ-CATALOGO ASSIGN TO "BKPCAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CAT.

                       SELECT ARQ-MF-HIST ASSIGN TO "ARQCPF2MFH"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MFH.

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

                   FD ARQ-MF-HIST
                       LABEL RECORD STANDARD.

                       01 REG-MF-HIST.
                           05 MFH-DATA-EXEC    PIC 9(08).
                           05 MFH-CPF-INICIO   PIC 9(11).
                           05 MFH-CPF-LIMITE   PIC 9(11).
                           05 MFH-QTD-CPF-VAL  PIC 9(11).
                           05 MFH-QTD-CPF-DUP  PIC 9(11).
                           05 MFH-QTD-CPF-BLK  PIC 9(11).
                           05 MFH-NUM-RUN      PIC 9(10).
                           05 MFH-OPERADOR     PIC X(08).
                           05 MFH-MODO-GER     PIC 9(01).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-ORIGEM        PIC X(02).
                   01 FS-GER           PIC X(02).
                   01 FS-CAT           PIC X(02).
                   01 FS-MFH           PIC X(02).

                   COPY OPERADOR.

                   01 ARQUIVO-PEDIDO   PIC X(12) VALUE SPACES.
                   01 TIPO-ARQUIVO     PIC 9(01) VALUE ZERO.
                       88 TIPO-MESTRE-CPF  VALUE 1.
                       88 TIPO-ALOCACOES   VALUE 2.
                       88 TIPO-BLACKLIST   VALUE 3.
                       88 TIPO-CADASTRO    VALUE 4.
                       88 TIPO-MESTRE-CNPJ VALUE 5.
                       88 TIPO-SEQUENCIAS  VALUE 6.
                       88 TIPO-CONHECIDO   VALUE 1 THRU 6.
                   01 TAM-REGISTRO     PIC 9(03) VALUE ZERO.

                   01 ERRO-BKP-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NO-BACKUP   VALUE 'S'.
                   01 NADA-SW          PIC X(01) VALUE 'N'.
                       88 NADA-A-FAZER     VALUE 'S'.
                   01 ORIGEM-FIM       PIC X(01) VALUE 'N'.
                       88 ORIGEM-ACABOU    VALUE 'S'.
                   01 CAT-FIM          PIC X(01) VALUE 'N'.
                       88 CATALOGO-ACABOU  VALUE 'S'.
                   01 MFH-FIM          PIC X(01) VALUE 'N'.
                       88 HISTORICO-ACABOU VALUE 'S'.

                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 HORA-CRUA        PIC 9(08) VALUE ZERO.
                   01 HORA-BACKUP      PIC 9(06) VALUE ZERO.
                   01 ULTIMO-RUN       PIC 9(10) VALUE ZERO.
                   01 QTD-SALVOS       PIC 9(11) VALUE ZERO.
                   01 QTD-BYTES        PIC 9(13) VALUE ZERO.
                   01 OPERADOR-BKP     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NO-BACKUP AND NOT NADA-A-FAZER
               PERFORM 2000-DESCARREGA
           END-IF.
           IF NOT ERRO-NO-BACKUP AND NOT NADA-A-FAZER
               PERFORM 3000-CATALOGA
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'BACKUP' TO ERR-PROGRAMA.
           MOVE 'BKPGERACAO' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-BKP-SW.
           MOVE 'N' TO NADA-SW.
           MOVE ZERO TO QTD-SALVOS.
           MOVE ZERO TO QTD-BYTES.
           MOVE ZERO TO ULTIMO-RUN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-CRUA FROM TIME.
           COMPUTE HORA-BACKUP = HORA-CRUA / 100.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE' TO OPERADOR-BKP
           ELSE
               MOVE OPR-SESSAO-CODIGO TO OPERADOR-BKP
           END-IF.

           DISPLAY 'ARQUIVO A SALVAR (ARQCPFMST ARQALOC ARQCPFBLK '
                   'CADMST ARQCNPJMST SEQCTLIX) :'.
           ACCEPT ARQUIVO-PEDIDO.
           PERFORM 1100-IDENTIFICA-ARQUIVO.
           IF NOT TIPO-CONHECIDO
               DISPLAY 'ARQUIVO SEM BACKUP PREVISTO: ' ARQUIVO-PEDIDO
               MOVE 'S' TO ERRO-BKP-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1200-CONFERE-CATALOGO
           END-IF.
           IF NOT ERRO-NO-BACKUP AND NOT NADA-A-FAZER
               PERFORM 1300-ULTIMO-RUN
           END-IF.

       1100-IDENTIFICA-ARQUIVO.
           MOVE ZERO TO TIPO-ARQUIVO.
           IF ARQUIVO-PEDIDO = 'ARQCPFMST'
               MOVE 1  TO TIPO-ARQUIVO
               MOVE 33 TO TAM-REGISTRO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQALOC'
               MOVE 2  TO TIPO-ARQUIVO
               MOVE 48 TO TAM-REGISTRO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQCPFBLK'
               MOVE 3  TO TIPO-ARQUIVO
               MOVE 23 TO TAM-REGISTRO
           END-IF.
           IF ARQUIVO-PEDIDO = 'CADMST'
               MOVE 4  TO TIPO-ARQUIVO
               MOVE 52 TO TAM-REGISTRO
           END-IF.
           IF ARQUIVO-PEDIDO = 'ARQCNPJMST'
               MOVE 5  TO TIPO-ARQUIVO
               MOVE 40 TO TAM-REGISTRO
           END-IF.
           IF ARQUIVO-PEDIDO = 'SEQCTLIX'
               MOVE 6  TO TIPO-ARQUIVO
               MOVE 22 TO TAM-REGISTRO
           END-IF.

       1200-CONFERE-CATALOGO.
      *    Catalogo inexistente e o primeiro backup de todos.
           MOVE 'N' TO CAT-FIM.
           OPEN INPUT ARQ-CATALOGO.
           IF FS-CAT = '00'
               PERFORM 1210-LER-CATALOGO
               PERFORM UNTIL CATALOGO-ACABOU OR NADA-A-FAZER
                   IF BKC-ARQUIVO = ARQUIVO-PEDIDO
                           AND BKC-DATA = DATA-HOJE
                       SET NADA-A-FAZER TO TRUE
                   ELSE
                       PERFORM 1210-LER-CATALOGO
                   END-IF
               END-PERFORM
               CLOSE ARQ-CATALOGO
           END-IF.
           IF NADA-A-FAZER
               DISPLAY 'GERACAO DE ' DATA-HOJE ' DE ' ARQUIVO-PEDIDO
                       ' JA CATALOGADA - PRESERVADA, NADA REGRAVADO.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       1210-LER-CATALOGO.
           READ ARQ-CATALOGO
               AT END
                   SET CATALOGO-ACABOU TO TRUE
           END-READ.

       1300-ULTIMO-RUN.
      *    O ultimo run concluido e o do fim do historico de
      *    manifestos; sem historico, zero.
           MOVE 'N' TO MFH-FIM.
           OPEN INPUT ARQ-MF-HIST.
           IF FS-MFH = '00'
               PERFORM 1310-LER-HISTORICO
               PERFORM UNTIL HISTORICO-ACABOU
                   IF MFH-NUM-RUN IS NUMERIC
                       MOVE MFH-NUM-RUN TO ULTIMO-RUN
                   END-IF
                   PERFORM 1310-LER-HISTORICO
               END-PERFORM
               CLOSE ARQ-MF-HIST
           END-IF.

       1310-LER-HISTORICO.
           READ ARQ-MF-HIST
               AT END
                   SET HISTORICO-ACABOU TO TRUE
           END-READ.

       2000-DESCARREGA.
           PERFORM 2100-ABRE-ORIGEM.
           IF FS-ORIGEM = '35'
               DISPLAY ARQUIVO-PEDIDO ' AINDA NAO EXISTE - NADA A '
                       'SALVAR.'
               SET NADA-A-FAZER TO TRUE
               MOVE 4 TO RETURN-CODE
           ELSE
               IF FS-ORIGEM NOT = '00'
                   MOVE FS-ORIGEM TO FS-ENTRADA
                   PERFORM 9999-INTERPRETA-FS
                   DISPLAY 'ERRO AO ABRIR ' ARQUIVO-PEDIDO ' - '
                           FS-MENSAGEM
                   MOVE 'S' TO ERRO-BKP-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NO-BACKUP AND NOT NADA-A-FAZER
               OPEN OUTPUT ARQ-GERACAO
               IF FS-GER NOT = '00'
                   DISPLAY 'ERRO AO ABRIR BKPGERACAO - FS ' FS-GER
                   PERFORM 2300-FECHA-ORIGEM
                   MOVE 'S' TO ERRO-BKP-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NO-BACKUP AND NOT NADA-A-FAZER
               MOVE 'N' TO ORIGEM-FIM
               PERFORM 2200-LE-ORIGEM
               PERFORM UNTIL ORIGEM-ACABOU OR ERRO-NO-BACKUP
                   WRITE REG-GERACAO
                   IF FS-GER NOT = '00'
                       DISPLAY 'ERRO DE GRAVACAO EM BKPGERACAO - FS '
                               FS-GER
                       MOVE 'S' TO ERRO-BKP-SW
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO QTD-SALVOS
                       PERFORM 2200-LE-ORIGEM
                   END-IF
               END-PERFORM
               PERFORM 2300-FECHA-ORIGEM
               CLOSE ARQ-GERACAO
           END-IF.

       2100-ABRE-ORIGEM.
           IF TIPO-MESTRE-CPF
               OPEN INPUT ARQ-MESTRE-CPF
           END-IF.
           IF TIPO-ALOCACOES
               OPEN INPUT ARQ-ALOCACOES
           END-IF.
           IF TIPO-BLACKLIST
               OPEN INPUT ARQ-BLACKLIST
           END-IF.
           IF TIPO-CADASTRO
               OPEN INPUT ARQ-CADASTRO
           END-IF.
           IF TIPO-MESTRE-CNPJ
               OPEN INPUT ARQ-MESTRE-CNPJ
           END-IF.
           IF TIPO-SEQUENCIAS
               OPEN INPUT ARQ-SEQUENCIAS
           END-IF.

       2200-LE-ORIGEM.
      *    Le o proximo registro em ordem de chave e o deixa pronto
      *    em REG-GERACAO.
           MOVE SPACES TO REG-GERACAO.
           IF TIPO-MESTRE-CPF
               READ ARQ-MESTRE-CPF NEXT RECORD
                   AT END
                       SET ORIGEM-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-MESTRE-CPF TO REG-GERACAO
               END-READ
           END-IF.
           IF TIPO-ALOCACOES
               READ ARQ-ALOCACOES NEXT RECORD
                   AT END
                       SET ORIGEM-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-ALOCACAO TO REG-GERACAO
               END-READ
           END-IF.
           IF TIPO-BLACKLIST
               READ ARQ-BLACKLIST NEXT RECORD
                   AT END
                       SET ORIGEM-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-BLACKLIST TO REG-GERACAO
               END-READ
           END-IF.
           IF TIPO-CADASTRO
               READ ARQ-CADASTRO NEXT RECORD
                   AT END
                       SET ORIGEM-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-CADASTRO TO REG-GERACAO
               END-READ
           END-IF.
           IF TIPO-MESTRE-CNPJ
               READ ARQ-MESTRE-CNPJ NEXT RECORD
                   AT END
                       SET ORIGEM-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-MESTRE-CNPJ TO REG-GERACAO
               END-READ
           END-IF.
           IF TIPO-SEQUENCIAS
               READ ARQ-SEQUENCIAS NEXT RECORD
                   AT END
                       SET ORIGEM-ACABOU TO TRUE
                   NOT AT END
                       MOVE REG-SEQUENCIA TO REG-GERACAO
               END-READ
           END-IF.
           IF NOT ORIGEM-ACABOU
                   AND FS-ORIGEM NOT = '00' AND FS-ORIGEM NOT = '02'
               MOVE FS-ORIGEM TO FS-ENTRADA
               PERFORM 9999-INTERPRETA-FS
               DISPLAY 'ERRO DE LEITURA EM ' ARQUIVO-PEDIDO ' - '
                       FS-MENSAGEM
               MOVE 'S' TO ERRO-BKP-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       2300-FECHA-ORIGEM.
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

       3000-CATALOGA.
           COMPUTE QTD-BYTES = QTD-SALVOS * TAM-REGISTRO.
           OPEN EXTEND ARQ-CATALOGO.
           IF FS-CAT NOT = '00'
               OPEN OUTPUT ARQ-CATALOGO
           END-IF.
           IF FS-CAT NOT = '00'
               DISPLAY 'ERRO AO ABRIR BKPCAT - FS ' FS-CAT
                       ' - GERACAO SEM CATALOGO NAO VALE.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES         TO REG-CATALOGO
               MOVE ARQUIVO-PEDIDO TO BKC-ARQUIVO
               MOVE DATA-HOJE      TO BKC-DATA
               MOVE HORA-BACKUP    TO BKC-HORA
               MOVE ULTIMO-RUN     TO BKC-NUM-RUN
               MOVE QTD-SALVOS     TO BKC-QTD
               MOVE QTD-BYTES      TO BKC-BYTES
               MOVE TAM-REGISTRO   TO BKC-TAM-REG
               MOVE OPERADOR-BKP   TO BKC-OPERADOR
               WRITE REG-CATALOGO
               CLOSE ARQ-CATALOGO
               DISPLAY 'BACKUP DE ' ARQUIVO-PEDIDO ' GERACAO '
                       DATA-HOJE ': ' QTD-SALVOS ' REGISTROS, '
                       QTD-BYTES ' BYTES, RUN ' ULTIMO-RUN '.'
           END-IF.

       COPY FS-VERIFICA.
