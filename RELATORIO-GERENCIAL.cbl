      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Relatorio gerencial mensal: as perguntas que a
      *            gerencia faz todo mes, respondidas de uma vez a
      *            partir dos arquivos de cada subsistema. Para a
      *            competencia pedida (AAAAMM) apura, lado a lado com o
      *            mes anterior e com o mesmo mes do ano passado:
      *              CPFs gerados e hits da lista de exclusao
      *                (historico de manifestos ARQCPF2MFH);
      *              CNPJs gerados (mestre ARQCNPJMST);
      *              CPFs alocados (ARQALOC mais os ja devolvidos, pelo
      *                razao ARQDEVCTL, como no rateio) e devolvidos
      *                (ARQDEVCTL);
      *              CPFs entregues (razao ARQENTRCTL) e confirmados
      *                pelas areas (ARQENTRACK, no mes da entrega);
      *              CPFs expurgados e restaurados (razao do arquivo
      *                morto ARQARCCTL);
      *              CPFs anonimizados (certificados ARQDESTCERT);
      *              validacoes feitas e invalidas, com o percentual
      *                (trilha CPFAUDIT mais o morto CPFAUDARC);
      *              noites da cadeia noturna rodadas, com falha (etapa
      *                com RC 8 ou mais) e com limite estourado (etapa
      *                LOTE-ALERTAS com RC 6), pelo controle LOTECTL.
      *            Grava o arquivo GERENCIAL em layout fixo para a
      *            gerencia montar os graficos (cabecalho H com as tres
      *            competencias, um detalhe D por indicador com os tres
      *            valores, trailer T com a contagem) e imprime o
      *            relatorio GERENCIALREL, registrado no catalogo de
      *            relatorios.
      *
      *            Fonte ausente nao impede o relatorio: sai listada no
      *            fim, e os indicadores que dependem dela ficam
      *            marcados (no relatorio e no detalhe D, com
      *            GRD-DISPONIVEL = N) em vez de parecerem zero de fato.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. Os limites estourados vem do RC 6 da etapa
      *     LOTE-ALERTAS em LOTECTL, e nao do relatorio LOTEALERTAS,
      *     que e datado por noite; expurgos e restauracoes anteriores
      *     ao razao ARQARCCTL nao tem data e nao sao contados.
      *   - Registro de LOTECTL acertado para as 97 posicoes do
      *     layout atual (o FILLER final tinha duas a menos).
      *   - Identificacao no log de erros passou a RELGEREN: o nome
      *     anterior nao cabia nas oito posicoes de ERR-PROGRAMA e
      *     saia truncado na analise do log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-GERENCIAL.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-MF-HIST ASSIGN TO "ARQCPF2MFH"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MFH.

                       SELECT ARQ-MESTRE-CNPJ ASSIGN TO "ARQCNPJMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CNA-CNPJ
                       FILE STATUS IS FS-CNA.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-RAZAO-DEV ASSIGN TO "ARQDEVCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DEV.

                       SELECT ARQ-RAZAO-ENT ASSIGN TO "ARQENTRCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RAZ.

                       SELECT ARQ-ACK ASSIGN TO "ARQENTRACK"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ACK.

                       SELECT ARQ-RAZAO-ARC ASSIGN TO "ARQARCCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AMV.

                       SELECT ARQ-CERTIFICADO ASSIGN TO "ARQDESTCERT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CER.

                       SELECT ARQ-AUDITORIA ASSIGN TO "CPFAUDIT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AUD.

                       SELECT ARQ-AUD-MORTO ASSIGN TO "CPFAUDARC"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AUA.

                       SELECT ARQ-CONTROLE ASSIGN TO "LOTECTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CTL.

                       SELECT ARQ-GERENCIAL ASSIGN TO "GERENCIAL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-GER.

                       SELECT ARQ-RELATORIO ASSIGN TO "GERENCIALREL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

       DATA DIVISION.
           FILE SECTION.
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

                   FD ARQ-MESTRE-CNPJ.

                       01 REG-MESTRE-CNPJ.
                           05 CNA-CNPJ           PIC X(14).
                           05 CNA-CNPJ-PONTUADO  PIC X(18).
                           05 CNA-DATA-GERACAO   PIC 9(08).

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

                   FD ARQ-RAZAO-ENT
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
                           05 FILLER           PIC X(35).

                   FD ARQ-ACK
                       LABEL RECORD STANDARD.

                       01 REG-ACK.
                           05 ACK-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 ACK-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 ACK-QTD          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 ACK-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 ACK-HASH-OK      PIC X(01).

                   FD ARQ-RAZAO-ARC
                       LABEL RECORD STANDARD.

                       01 REG-MOVIMENTO-ARC.
                           COPY ARCMOV.

                   FD ARQ-CERTIFICADO
                       LABEL RECORD STANDARD.

                       01 REG-CERTIFICADO.
                           05 CER-DATA-RODADA  PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 CER-HORA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 CER-DATA-CORTE   PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 CER-QTD          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 CER-OPERADOR     PIC X(08).

                   FD ARQ-AUDITORIA
                       LABEL RECORD STANDARD.

                       01 REG-AUDITORIA        PIC X(71).

                   FD ARQ-AUD-MORTO
                       LABEL RECORD STANDARD.

                       01 REG-AUD-MORTO        PIC X(71).

                   FD ARQ-CONTROLE
                       LABEL RECORD STANDARD.

                       01 REG-CONTROLE.
                           05 CTL-DATA         PIC 9(08).
                           05 CTL-DATA-RED     REDEFINES CTL-DATA.
                               10 CTL-ANO-MES  PIC 9(06).
                               10 CTL-DIA      PIC 9(02).
                           05 FILLER           PIC X(01).
                           05 CTL-ETAPA        PIC X(20).
                           05 FILLER           PIC X(01).
                           05 CTL-INICIO       PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 CTL-FIM          PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 CTL-RC           PIC 9(03).
                           05 FILLER           PIC X(50).

                   FD ARQ-GERENCIAL
                       LABEL RECORD STANDARD.

                       01 REG-GERENCIAL-CAB.
                           05 GRC-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 GRC-COMPETENCIA  PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 GRC-COMP-ANTERIOR PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 GRC-COMP-ANO-ANT PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 GRC-DATA-GERACAO PIC 9(08).

                       01 REG-GERENCIAL-DET.
                           05 GRD-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 GRD-COMPETENCIA  PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 GRD-INDICADOR    PIC X(12).
                           05 GRD-COLUNA OCCURS 3 TIMES.
                               10 FILLER           PIC X(01).
                               10 GRD-VALOR        PIC 9(11)V99.
                           05 FILLER           PIC X(01).
                           05 GRD-DISPONIVEL   PIC X(01).

                       01 REG-GERENCIAL-TRL.
                           05 GRT-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 GRT-COMPETENCIA  PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 GRT-QTD-DETALHES PIC 9(07).

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO        PIC X(132).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-MFH           PIC X(02).
                   01 FS-CNA           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-DEV           PIC X(02).
                   01 FS-RAZ           PIC X(02).
                   01 FS-ACK           PIC X(02).
                   01 FS-AMV           PIC X(02).
                   01 FS-CER           PIC X(02).
                   01 FS-AUD           PIC X(02).
                   01 FS-AUA           PIC X(02).
                   01 FS-CTL           PIC X(02).
                   01 FS-GER           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 LEITURA-FIM      PIC X(01) VALUE 'N'.
                       88 LEITURA-ACABOU   VALUE 'S'.
                   01 ERRO-GER-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NO-GERENCIAL VALUE 'S'.

                   01 COMPETENCIA      PIC 9(06) VALUE ZERO.
                   01 COMPETENCIA-RED  REDEFINES COMPETENCIA.
                       05 COMP-ANO     PIC 9(04).
                       05 COMP-MES     PIC 9(02).
                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 DATA-HOJE-RED    REDEFINES DATA-HOJE.
                       05 HOJE-ANO     PIC 9(04).
                       05 HOJE-MES     PIC 9(02).
                       05 HOJE-DIA     PIC 9(02).
                   01 MES-DA-DATA      PIC 9(06) VALUE ZERO.

      *            Colunas do relatorio: 1 a competencia, 2 o mes
      *            anterior, 3 o mesmo mes do ano anterior.
                   01 TAB-COLUNAS.
                       05 MES-COLUNA   PIC 9(06) OCCURS 3.
                   01 IND-COL          PIC 9(01).
                   01 COL-ACHADA       PIC 9(01).

      *            Indicadores, na ordem do relatorio e do arquivo.
                   01 NOMES-INDICADORES.
                       05 FILLER       PIC X(42) VALUE
                          'CPF-GERADOS CPFS GERADOS'.
                       05 FILLER       PIC X(42) VALUE
                          'CNPJ-GERADOSCNPJS GERADOS'.
                       05 FILLER       PIC X(42) VALUE
                          'ALOCADOS    CPFS ALOCADOS'.
                       05 FILLER       PIC X(42) VALUE
                          'ENTREGUES   CPFS ENTREGUES'.
                       05 FILLER       PIC X(42) VALUE
                          'CONFIRMADOS CPFS CONFIRMADOS PELAS AREAS'.
                       05 FILLER       PIC X(42) VALUE
                          'DEVOLVIDOS  CPFS DEVOLVIDOS'.
                       05 FILLER       PIC X(42) VALUE
                          'EXPURGADOS  CPFS EXPURGADOS'.
                       05 FILLER       PIC X(42) VALUE
                          'RESTAURADOS CPFS RESTAURADOS'.
                       05 FILLER       PIC X(42) VALUE
                          'ANONIMIZADOSCPFS ANONIMIZADOS'.
                       05 FILLER       PIC X(42) VALUE
                          'VALIDACOES  VALIDACOES FEITAS'.
                       05 FILLER       PIC X(42) VALUE
                          'INVALIDAS   VALIDACOES INVALIDAS'.
                       05 FILLER       PIC X(42) VALUE
                          'PCT-INVALIDA% DE INVALIDAS'.
                       05 FILLER       PIC X(42) VALUE
                          'HITS-BLKLISTHITS DA LISTA DE EXCLUSAO'.
                       05 FILLER       PIC X(42) VALUE
                          'NOITES      NOITES DA CADEIA RODADAS'.
                       05 FILLER       PIC X(42) VALUE
                          'NOITES-FALHANOITES COM FALHA'.
                       05 FILLER       PIC X(42) VALUE
                          'NOITES-LIMITNOITES COM LIMITE ESTOURADO'.
                   01 NOMES-INDICADORES-RED REDEFINES NOMES-INDICADORES.
                       05 NOME-IND OCCURS 16.
                           10 NI-CODIGO    PIC X(12).
                           10 NI-DESCRICAO PIC X(30).

                   01 TAB-INDICADORES.
                       05 TAB-IND OCCURS 16.
                           10 TI-VALOR     PIC 9(11)V99 OCCURS 3.
                           10 TI-DISPONIVEL PIC X(01).
                   01 IND-IND          PIC 9(02).

      *            Posicao de cada indicador em TAB-INDICADORES.
                   01 I-CPF            PIC 9(02) VALUE 1.
                   01 I-CNPJ           PIC 9(02) VALUE 2.
                   01 I-ALOCADOS       PIC 9(02) VALUE 3.
                   01 I-ENTREGUES      PIC 9(02) VALUE 4.
                   01 I-CONFIRMADOS    PIC 9(02) VALUE 5.
                   01 I-DEVOLVIDOS     PIC 9(02) VALUE 6.
                   01 I-EXPURGADOS     PIC 9(02) VALUE 7.
                   01 I-RESTAURADOS    PIC 9(02) VALUE 8.
                   01 I-ANONIMIZADOS   PIC 9(02) VALUE 9.
                   01 I-VALIDACOES     PIC 9(02) VALUE 10.
                   01 I-INVALIDAS      PIC 9(02) VALUE 11.
                   01 I-PCT-INVALIDAS  PIC 9(02) VALUE 12.
                   01 I-HITS-BLK       PIC 9(02) VALUE 13.
                   01 I-NOITES         PIC 9(02) VALUE 14.
                   01 I-NOITES-FALHA   PIC 9(02) VALUE 15.
                   01 I-NOITES-LIMITE  PIC 9(02) VALUE 16.

      *            Noites da cadeia por coluna e dia do mes: rodou,
      *            falhou, estourou limite (S/N).
                   01 TAB-NOITES.
                       05 TN-COLUNA OCCURS 3.
                           10 TN-DIA OCCURS 31.
                               15 TN-RODOU     PIC X(01).
                               15 TN-FALHOU    PIC X(01).
                               15 TN-LIMITE    PIC X(01).
                   01 IND-DIA          PIC 9(02).

                   01 AUDITORIA-LIDA.
                       05 AUD-DATA         PIC 9(08).
                       05 AUD-HORA         PIC 9(08).
                       05 FILLER           PIC X(01).
                       05 AUD-DOCUMENTO    PIC X(14).
                       05 FILLER           PIC X(01).
                       05 AUD-TIPO-DOC     PIC X(01).
                       05 FILLER           PIC X(01).
                       05 AUD-RESULTADO    PIC X(08).
                       05 FILLER           PIC X(01).
                       05 AUD-OPERADOR     PIC X(08).
                       05 FILLER           PIC X(01).
                       05 AUD-SEQ          PIC 9(09).
                       05 FILLER           PIC X(01).
                       05 AUD-ELO          PIC 9(09).

                   01 TAB-FONTES-FORA.
                       05 FONTE-FORA   PIC X(12) OCCURS 12.
                   01 QTD-FONTES-FORA  PIC 9(02) VALUE ZERO.
                   01 IND-FONTE        PIC 9(02).
                   01 FONTE-NOME       PIC X(12).
                   01 FONTE-FS         PIC X(02).

                   01 QTD-DETALHES     PIC 9(07) VALUE ZERO.

                   01 LINHA-INDICADOR.
                       05 LI-DESCRICAO     PIC X(30).
                       05 LI-COLUNA OCCURS 3.
                           10 FILLER           PIC X(04).
                           10 LI-VALOR         PIC Z(14)9.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LI-MARCA         PIC X(22).
                       05 FILLER           PIC X(21) VALUE SPACES.

                   01 LINHA-PERCENTUAL.
                       05 LP-DESCRICAO     PIC X(30).
                       05 LP-COLUNA OCCURS 3.
                           10 FILLER           PIC X(04).
                           10 FILLER           PIC X(06).
                           10 LP-VALOR         PIC ZZZZZ9.99.
                       05 FILLER           PIC X(02) VALUE SPACES.
                       05 LP-MARCA         PIC X(22).
                       05 FILLER           PIC X(21) VALUE SPACES.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NO-GERENCIAL
               PERFORM 2000-CONTA-MANIFESTOS
               PERFORM 2100-CONTA-CNPJ
               PERFORM 2200-CONTA-ALOCACOES
               PERFORM 2300-CONTA-DEVOLUCOES
               PERFORM 2400-CONTA-ENTREGAS
               PERFORM 2500-CONTA-CONFIRMACOES
               PERFORM 2600-CONTA-ARQUIVO-MORTO
               PERFORM 2700-CONTA-ANONIMIZACOES
               PERFORM 2800-CONTA-VALIDACOES
               PERFORM 2900-CONTA-NOITES
               PERFORM 3000-EMITE-GERENCIAL
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'RELGEREN' TO ERR-PROGRAMA.
           MOVE 'GERENCIAL' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-GER-SW.
           MOVE ZERO TO QTD-FONTES-FORA.
           INITIALIZE TAB-INDICADORES.
           PERFORM VARYING IND-IND FROM 1 BY 1 UNTIL IND-IND > 16
               MOVE 'S' TO TI-DISPONIVEL(IND-IND)
           END-PERFORM.
           MOVE ALL 'N' TO TAB-NOITES.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

      *    Competencia zero e o mes anterior ao corrente - o relatorio
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
           IF COMP-MES < 1 OR COMP-MES > 12 OR COMP-ANO < 1901
               DISPLAY 'COMPETENCIA INVALIDA: ' COMPETENCIA
               MOVE 'S' TO ERRO-GER-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE COMPETENCIA TO MES-COLUNA(1)
               IF COMP-MES = 1
                   COMPUTE MES-COLUNA(2) = (COMP-ANO - 1) * 100 + 12
               ELSE
                   COMPUTE MES-COLUNA(2) = COMPETENCIA - 1
               END-IF
               COMPUTE MES-COLUNA(3) = COMPETENCIA - 100
           END-IF.

       2000-CONTA-MANIFESTOS.
      *    Um manifesto por execucao da geracao: CPFs validos gravados
      *    e CPFs barrados pela lista de exclusao, na data da execucao.
           OPEN INPUT ARQ-MF-HIST.
           IF FS-MFH NOT = '00'
               MOVE 'ARQCPF2MFH' TO FONTE-NOME
               MOVE FS-MFH TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-CPF)
               MOVE 'N' TO TI-DISPONIVEL(I-HITS-BLK)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-MF-HIST
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = HST-DATA-EXEC / 100
                           PERFORM 5000-LOCALIZA-COLUNA
                           IF COL-ACHADA > ZERO
                               ADD HST-QTD-VAL
                                   TO TI-VALOR(I-CPF, COL-ACHADA)
                               ADD HST-QTD-BLK
                                   TO TI-VALOR(I-HITS-BLK, COL-ACHADA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MF-HIST
           END-IF.

       2100-CONTA-CNPJ.
           OPEN INPUT ARQ-MESTRE-CNPJ.
           IF FS-CNA NOT = '00'
               MOVE 'ARQCNPJMST' TO FONTE-NOME
               MOVE FS-CNA TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-CNPJ)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-MESTRE-CNPJ NEXT RECORD
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = CNA-DATA-GERACAO / 100
                           PERFORM 5000-LOCALIZA-COLUNA
                           IF COL-ACHADA > ZERO
                               ADD 1 TO TI-VALOR(I-CNPJ, COL-ACHADA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MESTRE-CNPJ
           END-IF.

       2200-CONTA-ALOCACOES.
      *    Alocacao corrente, no mes em que foi feita; as ja devolvidas
      *    entram pelo razao de devolucoes (2300).
           OPEN INPUT ARQ-ALOCACOES.
           IF FS-ALO NOT = '00'
               MOVE 'ARQALOC' TO FONTE-NOME
               MOVE FS-ALO TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-ALOCADOS)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-ALOCACOES NEXT RECORD
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = ALO-DATA / 100
                           PERFORM 5000-LOCALIZA-COLUNA
                           IF COL-ACHADA > ZERO
                               ADD 1 TO TI-VALOR(I-ALOCADOS, COL-ACHADA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALOCACOES
           END-IF.

       2300-CONTA-DEVOLUCOES.
      *    Cada devolucao (inclusive as vencidas) conta no mes em que
      *    ocorreu; a alocacao devolvida ainda conta como alocada no
      *    mes em que foi feita.
           OPEN INPUT ARQ-RAZAO-DEV.
           IF FS-DEV NOT = '00'
               MOVE 'ARQDEVCTL' TO FONTE-NOME
               MOVE FS-DEV TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-DEVOLVIDOS)
               MOVE 'N' TO TI-DISPONIVEL(I-ALOCADOS)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-RAZAO-DEV
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = DEV-DATA / 100
                           PERFORM 5000-LOCALIZA-COLUNA
                           IF COL-ACHADA > ZERO
                               ADD 1
                                   TO TI-VALOR(I-DEVOLVIDOS, COL-ACHADA)
                           END-IF
                           COMPUTE MES-DA-DATA = DEV-DATA-ALOC / 100
                           PERFORM 5000-LOCALIZA-COLUNA
                           IF COL-ACHADA > ZERO
                               ADD 1 TO TI-VALOR(I-ALOCADOS, COL-ACHADA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO-DEV
           END-IF.

       2400-CONTA-ENTREGAS.
           OPEN INPUT ARQ-RAZAO-ENT.
           IF FS-RAZ NOT = '00'
               MOVE 'ARQENTRCTL' TO FONTE-NOME
               MOVE FS-RAZ TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-ENTREGUES)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-RAZAO-ENT
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = RAZ-DATA / 100
                           PERFORM 5000-LOCALIZA-COLUNA
                           IF COL-ACHADA > ZERO
                               ADD RAZ-QTD
                                   TO TI-VALOR(I-ENTREGUES, COL-ACHADA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO-ENT
           END-IF.

       2500-CONTA-CONFIRMACOES.
      *    A confirmacao guarda a data da entrega que confirma: conta
      *    no mes da entrega, ao lado dela.
           OPEN INPUT ARQ-ACK.
           IF FS-ACK NOT = '00'
               MOVE 'ARQENTRACK' TO FONTE-NOME
               MOVE FS-ACK TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-CONFIRMADOS)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-ACK
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = ACK-DATA / 100
                           PERFORM 5000-LOCALIZA-COLUNA
                           IF COL-ACHADA > ZERO
                               ADD ACK-QTD TO
                                   TI-VALOR(I-CONFIRMADOS, COL-ACHADA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ACK
           END-IF.

       2600-CONTA-ARQUIVO-MORTO.
           OPEN INPUT ARQ-RAZAO-ARC.
           IF FS-AMV NOT = '00'
               MOVE 'ARQARCCTL' TO FONTE-NOME
               MOVE FS-AMV TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-EXPURGADOS)
               MOVE 'N' TO TI-DISPONIVEL(I-RESTAURADOS)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-RAZAO-ARC
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = AMV-DATA / 100
                           PERFORM 5000-LOCALIZA-COLUNA
                           IF COL-ACHADA > ZERO AND AMV-EXPURGO
                               ADD AMV-QTD
                                   TO TI-VALOR(I-EXPURGADOS, COL-ACHADA)
                           END-IF
                           IF COL-ACHADA > ZERO AND AMV-RESTAURACAO
                               ADD AMV-QTD TO
                                   TI-VALOR(I-RESTAURADOS, COL-ACHADA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO-ARC
           END-IF.

       2700-CONTA-ANONIMIZACOES.
           OPEN INPUT ARQ-CERTIFICADO.
           IF FS-CER NOT = '00'
               MOVE 'ARQDESTCERT' TO FONTE-NOME
               MOVE FS-CER TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-ANONIMIZADOS)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-CERTIFICADO
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           COMPUTE MES-DA-DATA = CER-DATA-RODADA / 100
                           PERFORM 5000-LOCALIZA-COLUNA
                           IF COL-ACHADA > ZERO
                               ADD CER-QTD TO
                                   TI-VALOR(I-ANONIMIZADOS, COL-ACHADA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CERTIFICADO
           END-IF.

       2800-CONTA-VALIDACOES.
      *    A trilha viva tem os meses ainda nao fechados; os fechados
      *    estao no morto CPFAUDARC. O morto ausente so significa que
      *    nenhum mes foi fechado ainda.
           OPEN INPUT ARQ-AUDITORIA.
           IF FS-AUD NOT = '00'
               MOVE 'CPFAUDIT' TO FONTE-NOME
               MOVE FS-AUD TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-VALIDACOES)
               MOVE 'N' TO TI-DISPONIVEL(I-INVALIDAS)
               MOVE 'N' TO TI-DISPONIVEL(I-PCT-INVALIDAS)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-AUDITORIA INTO AUDITORIA-LIDA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           PERFORM 2810-CONTA-VALIDACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF.
           OPEN INPUT ARQ-AUD-MORTO.
           IF FS-AUA = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-AUD-MORTO INTO AUDITORIA-LIDA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           PERFORM 2810-CONTA-VALIDACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUD-MORTO
           END-IF.
           PERFORM VARYING IND-COL FROM 1 BY 1 UNTIL IND-COL > 3
               IF TI-VALOR(I-VALIDACOES, IND-COL) > ZERO
                   COMPUTE TI-VALOR(I-PCT-INVALIDAS, IND-COL)
                           ROUNDED =
                           TI-VALOR(I-INVALIDAS, IND-COL) * 100
                           / TI-VALOR(I-VALIDACOES, IND-COL)
               END-IF
           END-PERFORM.

       2810-CONTA-VALIDACAO.
           COMPUTE MES-DA-DATA = AUD-DATA / 100.
           PERFORM 5000-LOCALIZA-COLUNA.
           IF COL-ACHADA > ZERO
               ADD 1 TO TI-VALOR(I-VALIDACOES, COL-ACHADA)
               IF AUD-RESULTADO NOT = 'VALIDO'
                   ADD 1 TO TI-VALOR(I-INVALIDAS, COL-ACHADA)
               END-IF
           END-IF.

       2900-CONTA-NOITES.
      *    So as etapas da cadeia noturna: as da semanal tem o prefixo
      *    SEM- e as linhas PARAMETRO nao sao etapa. A noite conta uma
      *    vez, mesmo reexecutada.
           OPEN INPUT ARQ-CONTROLE.
           IF FS-CTL NOT = '00'
               MOVE 'LOTECTL' TO FONTE-NOME
               MOVE FS-CTL TO FONTE-FS
               PERFORM 5100-FONTE-INDISPONIVEL
               MOVE 'N' TO TI-DISPONIVEL(I-NOITES)
               MOVE 'N' TO TI-DISPONIVEL(I-NOITES-FALHA)
               MOVE 'N' TO TI-DISPONIVEL(I-NOITES-LIMITE)
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   MOVE SPACES TO REG-CONTROLE
                   READ ARQ-CONTROLE
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           IF CTL-ETAPA(1:4) NOT = 'SEM-'
                                   AND CTL-ETAPA NOT = 'PARAMETRO'
                                   AND CTL-DATA IS NUMERIC
                               PERFORM 2910-MARCA-NOITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTROLE
               PERFORM VARYING IND-COL FROM 1 BY 1 UNTIL IND-COL > 3
                   PERFORM VARYING IND-DIA FROM 1 BY 1
                           UNTIL IND-DIA > 31
                       IF TN-RODOU(IND-COL, IND-DIA) = 'S'
                           ADD 1 TO TI-VALOR(I-NOITES, IND-COL)
                       END-IF
                       IF TN-FALHOU(IND-COL, IND-DIA) = 'S'
                           ADD 1 TO TI-VALOR(I-NOITES-FALHA, IND-COL)
                       END-IF
                       IF TN-LIMITE(IND-COL, IND-DIA) = 'S'
                           ADD 1 TO TI-VALOR(I-NOITES-LIMITE, IND-COL)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       2910-MARCA-NOITE.
           MOVE CTL-ANO-MES TO MES-DA-DATA.
           PERFORM 5000-LOCALIZA-COLUNA.
           IF COL-ACHADA > ZERO AND CTL-DIA > ZERO AND CTL-DIA < 32
               MOVE 'S' TO TN-RODOU(COL-ACHADA, CTL-DIA)
               IF CTL-ETAPA = 'LOTE-ALERTAS' AND CTL-RC = 6
                   MOVE 'S' TO TN-LIMITE(COL-ACHADA, CTL-DIA)
               END-IF
               IF CTL-RC NOT < 8
                   MOVE 'S' TO TN-FALHOU(COL-ACHADA, CTL-DIA)
               END-IF
           END-IF.

       3000-EMITE-GERENCIAL.
           OPEN OUTPUT ARQ-GERENCIAL.
           OPEN OUTPUT ARQ-RELATORIO.
           IF FS-GER NOT = '00' OR FS-REL NOT = '00'
               DISPLAY 'ERRO AO ABRIR GERENCIAL/GERENCIALREL - FS '
                       FS-GER ' ' FS-REL
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3100-GRAVA-CABECALHO
               MOVE ZERO TO QTD-DETALHES
               PERFORM 3200-GRAVA-INDICADOR
                   VARYING IND-IND FROM 1 BY 1 UNTIL IND-IND > 16
               PERFORM 3300-LISTA-FONTES
               PERFORM 3500-GRAVA-TRAILER
               CLOSE ARQ-GERENCIAL
               CLOSE ARQ-RELATORIO
               MOVE 'GERENCIALREL' TO REL-TIPO
               MOVE 'RELATORIO-GERENCIAL' TO REL-PROGRAMA
               MOVE ZERO TO REL-RUN
               MOVE ZERO TO REL-ULTIMAS
               MOVE RETURN-CODE TO REL-RC-CHAMADOR
               CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO
               DISPLAY '-------------------------------------------'
               DISPLAY 'RELATORIO GERENCIAL MENSAL'
               DISPLAY '-------------------------------------------'
               DISPLAY 'COMPETENCIA .............: ' COMPETENCIA
               DISPLAY 'INDICADORES GRAVADOS ....: ' QTD-DETALHES
               DISPLAY 'FONTES INDISPONIVEIS ....: ' QTD-FONTES-FORA
           END-IF.

       3100-GRAVA-CABECALHO.
           MOVE SPACES        TO REG-GERENCIAL-CAB.
           MOVE 'H'           TO GRC-TIPO.
           MOVE MES-COLUNA(1) TO GRC-COMPETENCIA.
           MOVE MES-COLUNA(2) TO GRC-COMP-ANTERIOR.
           MOVE MES-COLUNA(3) TO GRC-COMP-ANO-ANT.
           MOVE DATA-HOJE     TO GRC-DATA-GERACAO.
           WRITE REG-GERENCIAL-CAB.

           MOVE SPACES TO REG-RELATORIO.
           STRING 'RELATORIO GERENCIAL MENSAL - COMPETENCIA '
                  COMPETENCIA ' - EMITIDO EM ' DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'INDICADOR                     '
                  '        COMPETENCIA'
                  '       MES ANTERIOR'
                  '       ANO ANTERIOR'
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '                              '
                  '             ' MES-COLUNA(1)
                  '             ' MES-COLUNA(2)
                  '             ' MES-COLUNA(3)
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       3200-GRAVA-INDICADOR.
           MOVE SPACES                TO REG-GERENCIAL-DET.
           MOVE 'D'                   TO GRD-TIPO.
           MOVE COMPETENCIA           TO GRD-COMPETENCIA.
           MOVE NI-CODIGO(IND-IND)    TO GRD-INDICADOR.
           MOVE TI-DISPONIVEL(IND-IND) TO GRD-DISPONIVEL.
           PERFORM VARYING IND-COL FROM 1 BY 1 UNTIL IND-COL > 3
               MOVE TI-VALOR(IND-IND, IND-COL) TO GRD-VALOR(IND-COL)
           END-PERFORM.
           WRITE REG-GERENCIAL-DET.
           ADD 1 TO QTD-DETALHES.

           IF IND-IND = I-PCT-INVALIDAS
               MOVE SPACES TO LINHA-PERCENTUAL
               MOVE NI-DESCRICAO(IND-IND) TO LP-DESCRICAO
               PERFORM VARYING IND-COL FROM 1 BY 1 UNTIL IND-COL > 3
                   MOVE TI-VALOR(IND-IND, IND-COL) TO LP-VALOR(IND-COL)
               END-PERFORM
               IF TI-DISPONIVEL(IND-IND) = 'N'
                   MOVE '(FONTE INDISPONIVEL)' TO LP-MARCA
               END-IF
               MOVE LINHA-PERCENTUAL TO REG-RELATORIO
           ELSE
               MOVE SPACES TO LINHA-INDICADOR
               MOVE NI-DESCRICAO(IND-IND) TO LI-DESCRICAO
               PERFORM VARYING IND-COL FROM 1 BY 1 UNTIL IND-COL > 3
                   MOVE TI-VALOR(IND-IND, IND-COL) TO LI-VALOR(IND-COL)
               END-PERFORM
               IF TI-DISPONIVEL(IND-IND) = 'N'
                   MOVE '(FONTE INDISPONIVEL)' TO LI-MARCA
               END-IF
               MOVE LINHA-INDICADOR TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.

       3300-LISTA-FONTES.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF QTD-FONTES-FORA = ZERO
               MOVE 'TODAS AS FONTES DISPONIVEIS.' TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING 'FONTES INDISPONIVEIS (OS INDICADORES MARCADOS '
                      'NAO FORAM CONTADOS):'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM VARYING IND-FONTE FROM 1 BY 1
                       UNTIL IND-FONTE > QTD-FONTES-FORA
                   MOVE SPACES TO REG-RELATORIO
                   STRING '    ' FONTE-FORA(IND-FONTE)
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-PERFORM
           END-IF.

       3500-GRAVA-TRAILER.
           MOVE SPACES       TO REG-GERENCIAL-TRL.
           MOVE 'T'          TO GRT-TIPO.
           MOVE COMPETENCIA  TO GRT-COMPETENCIA.
           MOVE QTD-DETALHES TO GRT-QTD-DETALHES.
           WRITE REG-GERENCIAL-TRL.

       5000-LOCALIZA-COLUNA.
      *    Devolve em COL-ACHADA a coluna do mes em MES-DA-DATA (zero
      *    para mes fora do relatorio).
           MOVE ZERO TO COL-ACHADA.
           PERFORM VARYING IND-COL FROM 1 BY 1
                   UNTIL IND-COL > 3 OR COL-ACHADA > ZERO
               IF MES-COLUNA(IND-COL) = MES-DA-DATA
                   MOVE IND-COL TO COL-ACHADA
               END-IF
           END-PERFORM.

       5100-FONTE-INDISPONIVEL.
           DISPLAY FONTE-NOME ' INDISPONIVEL - FS ' FONTE-FS
                   ' - NAO CONTADO.'.
           IF QTD-FONTES-FORA < 12
               ADD 1 TO QTD-FONTES-FORA
               MOVE FONTE-NOME TO FONTE-FORA(QTD-FONTES-FORA)
           END-IF.

       COPY FS-VERIFICA.
