      *     de geracao era o LOTERESUMO que alguem guardasse. O
      *     relatorio CPF-RUN-HISTORICO le o historico e responde
      *     runs por periodo, faixas varridas e contadores por run.
      *   - CPF-CHECK-DIGIT passou a reprovar os onze digitos iguais:
      *     na varredura e na amostra eles vao para ARQCPFREJ com
      *     DIGITO-FALHOU 3, e a sintese os pula pelo LK-VALIDO do
      *     ponto de entrada de calculo - os tres modos seguem com o
      *     mesmo extrato. O modo CNPJ herda a regra de CNPJ-CHECK-
      *     DIGIT (catorze posicoes iguais).
      *   - CNPJ alfanumerico: o modo CNPJ pergunta o formato. No
      *     alfanumerico a faixa e dada por duas bases de doze
      *     posicoes (raiz + ordem, digito ou letra), percorridas em
      *     ordem crescente do alfabeto 0-9A-Z (copybook CNPJ-ALFA), e
      *     os verificadores de cada base sao calculados pelo ponto
      *     de entrada CNPJ-COMPUTE-DIGIT. CNPJ-OUT, CNA-CNPJ,
      *     CBK-CNPJ e a faixa do manifesto passaram a X(14) - o CNPJ
      *     numerico ocupa as mesmas posicoes e segue igual; no
      *     alfanumerico o manifesto leva base inicial + 00 e base
      *     limite + 99. A gravacao do candidato (duplicidade, lista,
      *     extrato) saiu para 5050-GRAVA-CANDIDATO-CNPJ, comum aos
      *     dois formatos.
      *   - Acrescentados os tipos de documento 3=PIS/NIS e
      *     4=TITULO DE ELEITOR, no mesmo regime de controle do CNPJ:
      *     extrato indexado proprio (ARQPIS2 / ARQTIT2), manifesto
      *     proprio (ARQPIS2MF / ARQTIT2MF) e deduplicacao por avanco
      *     casado contra o mestre acumulado (ARQPISMST / ARQTITMST,
      *     fundidos por PIS-ATUALIZA-MESTRE e TITULO-ATUALIZA-
      *     MESTRE). A faixa e de bases - dez digitos no PIS,
      *     sequencial de oito numa UF no titulo - e os verificadores
      *     sao calculados pelos pontos de entrada PIS-COMPUTE-DIGIT
      *     e TITULO-COMPUTE-DIGIT. Nao ha lista de exclusao para os
      *     dois tipos.
      *   - Selecao por regiao fiscal (9o digito do CPF, copybook
      *     REGIAO-FISCAL): depois do modo, o programa pergunta as
      *     regioes pedidas (digitos 0-9; branco = todas). Varredura
      *     e sintese pulam os candidatos de outra regiao, que nao
      *     sao rejeitados nem contados no extrato; a amostragem
      *     encaixa cada sorteio na proxima regiao pedida, em rodizio,
      *     para a quantidade sorteada sair toda dentro delas. A
      *     varredura com filtro grava MF-MODO-GER 4, pois nao cobre
      *     a faixa inteira e a conciliacao nao deve cobrar
      *     cobertura dela.
      *   - Triagem sem uma leitura indexada por candidato: a lista
      *     de exclusao ARQCPFBLK e carregada inteira em memoria em
      *     1500-ABRIR-BLACKLIST e conferida por avanco casado, como
      *     o mestre (lista acima da capacidade da tabela volta a
      *     leitura por chave, com aviso); a amostragem passou a
      *     classificar os sorteios por CPF (SORT interno) antes de
      *     processa-los, e o mestre ARQCPFMST e lido em sequencia a
      *     partir do menor sorteio, pelo mesmo avanco casado da
      *     varredura - 2330-VERIFICA-DUPLICADO-ALEATORIO saiu. Extrato,
      *     manifesto e contadores saem iguais aos de antes para a
      *     mesma faixa (prova em GERA-PROVA-TRIAGEM.sh, nos tres
      *     modos; a amostragem com semente fixa); na amostragem
      *     so a ordem das linhas de ARQCPFREJ muda (passa a ser a do
      *     CPF), e as gravacoes no extrato passam a chegar em ordem
      *     crescente de chave, como o acesso sequencial exige.
      *   - MF-DATA-EXEC passou a ser a propria DATA-GERACAO gravada
      *     nos CPFs, e nao um segundo ACCEPT no fechamento: uma
      *     execucao que virava a meia-noite saia com o manifesto um
      *     dia adiante dos registros, e a verificacao de conteudo
      *     (CPF-VERIFICA-RUN) cobra data do registro igual a do
      *     manifesto.
      *   - O numero do run fica no contexto EVENTOCTX assim que e
      *     obtido: toda falha de arquivo gravada dali em diante sai
      *     no feed de eventos com o run da execucao.
      *   - Execucao interativa (com sign-on no menu) registra a
      *     trava de uso exclusivo de ARQCPF2 (TRAVA-ARQ) antes de
      *     abri-lo e a libera no fim; com o arquivo em uso por outro
      *     programa a geracao e recusada sem tocar no manifesto. No
      *     lote a cadeia ja detem a trava e o programa nao a pede.
      *   - Variavel de ambiente GERA_SEMENTE fixa a semente da
      *     amostragem, para a prova de triagem rodar o modo 2 nas
      *     duas versoes. O avanco na tabela da lista de exclusao
      *     testa o fim da tabela antes do indice: com a tabela cheia
      *     (100000) ele chegava a ler a posicao 100001.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-CPF-DAT.
                       RECORD KEY IS BLK-CPF
                       FILE STATUS IS FS-BLK.

                       SELECT ARQ-AMOSTRA ASSIGN TO "GERSORTWK".

                       SELECT ARQ-CNPJ ASSIGN TO "ARQCNPJ2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CBK-CNPJ
                       FILE STATUS IS FS-CBK.

                       SELECT ARQ-PIS ASSIGN TO "ARQPIS2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS PIS-OUT
                       FILE STATUS IS FS-PIS.

                       SELECT ARQ-PIS-MF ASSIGN TO "ARQPIS2MF"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PIS-MF.

                       SELECT ARQ-PIS-ANT ASSIGN TO "ARQPISMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PIA-PIS
                       FILE STATUS IS FS-PIA.

                       SELECT ARQ-TIT ASSIGN TO "ARQTIT2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS TIT-OUT
                       FILE STATUS IS FS-TIT.

                       SELECT ARQ-TIT-MF ASSIGN TO "ARQTIT2MF"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-TIT-MF.

                       SELECT ARQ-TIT-ANT ASSIGN TO "ARQTITMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TIA-TIT
                       FILE STATUS IS FS-TIA.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQUIVO.
                       01 REG-REJEITADO.
                           05 CPF-REJ          PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
      *                    1 = 10o digito, 2 = 11o digito,
      *                    3 = todos os digitos iguais.
                           05 DIGITO-FALHOU    PIC 9(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REJ-NUM-RUN      PIC 9(10).
                           05 BLK-DATA-INCLUSAO PIC 9(08).
                           05 BLK-MOTIVO        PIC X(04).

                   SD ARQ-AMOSTRA.

                       01 REG-AMOSTRA.
                           05 AMO-CPF          PIC 9(11).

                   FD ARQ-CNPJ.

                       01 REG-CNPJ.
                           05 CNPJ-OUT           PIC X(14).
                           05 CNPJ-OUT-PONTUADO  PIC X(18).
                           05 CNPJ-DATA-GERACAO  PIC 9(08).


                       01 REG-CNPJ-MF.
                           05 CMF-DATA-EXEC     PIC 9(08).
                           05 CMF-CNPJ-INICIO   PIC X(14).
                           05 CMF-CNPJ-LIMITE   PIC X(14).
                           05 CMF-QTD-VAL       PIC 9(11).
                           05 CMF-QTD-DUP       PIC 9(11).
                           05 CMF-QTD-BLK       PIC 9(11).
                   FD ARQ-CNPJ-ANT.

                       01 REG-CNPJ-ANT.
                           05 CNA-CNPJ           PIC X(14).
                           05 CNA-CNPJ-PONTUADO  PIC X(18).
                           05 CNA-DATA-GERACAO   PIC 9(08).

                   FD ARQ-CNPJ-BLK.

                       01 REG-CNPJ-BLK.
                           05 CBK-CNPJ           PIC X(14).
                           05 CBK-DATA-INCLUSAO  PIC 9(08).

                   FD ARQ-PIS.

                       01 REG-PIS.
                           05 PIS-OUT            PIC 9(11).
                           05 PIS-OUT-PONTUADO   PIC X(14).
                           05 PIS-DATA-GERACAO   PIC 9(08).

                   FD ARQ-PIS-MF
                       LABEL RECORD STANDARD.

                       01 REG-PIS-MF.
                           05 PMF-DATA-EXEC     PIC 9(08).
                           05 PMF-PIS-INICIO    PIC 9(11).
                           05 PMF-PIS-LIMITE    PIC 9(11).
                           05 PMF-QTD-VAL       PIC 9(11).
                           05 PMF-QTD-DUP       PIC 9(11).
                           05 PMF-OPERADOR      PIC X(08).

                   FD ARQ-PIS-ANT.

                       01 REG-PIS-ANT.
                           05 PIA-PIS            PIC 9(11).
                           05 PIA-PIS-PONTUADO   PIC X(14).
                           05 PIA-DATA-GERACAO   PIC 9(08).

                   FD ARQ-TIT.

                       01 REG-TIT.
                           05 TIT-OUT            PIC 9(12).
                           05 TIT-OUT-PONTUADO   PIC X(14).
                           05 TIT-DATA-GERACAO   PIC 9(08).

                   FD ARQ-TIT-MF
                       LABEL RECORD STANDARD.

                       01 REG-TIT-MF.
                           05 TMF-DATA-EXEC     PIC 9(08).
                           05 TMF-TIT-INICIO    PIC 9(12).
                           05 TMF-TIT-LIMITE    PIC 9(12).
                           05 TMF-QTD-VAL       PIC 9(11).
                           05 TMF-QTD-DUP       PIC 9(11).
                           05 TMF-OPERADOR      PIC X(08).

                   FD ARQ-TIT-ANT.

                       01 REG-TIT-ANT.
                           05 TIA-TIT            PIC 9(12).
                           05 TIA-TIT-PONTUADO   PIC X(14).
                           05 TIA-DATA-GERACAO   PIC 9(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 BLK-BARRADO      PIC X(01) VALUE 'N'.
                       88 BLK-CPF-BARRADO  VALUE 'S'.
                   01 QTD-CPF-BLK      PIC 9(11) VALUE ZERO.
      *            Lista de exclusao em memoria, na ordem de chave do
      *            arquivo, conferida por avanco casado (IND-BLK so
      *            anda para a frente, como os candidatos).
                   01 BLK-TAB-SW       PIC X(01) VALUE 'N'.
                       88 BLK-EM-MEMORIA   VALUE 'S'.
                   01 BLK-FIM          PIC X(01) VALUE 'N'.
                       88 BLK-ACABOU       VALUE 'S'.
                   01 BLK-MAX-TAB      PIC 9(06) VALUE 100000.
                   01 BLK-AVANCO-SW    PIC X(01) VALUE 'N'.
                       88 BLK-AVANCO-FIM   VALUE 'S'.
                   01 QTD-BLK-TAB      PIC 9(06) VALUE ZERO.
                   01 IND-BLK          PIC 9(06) VALUE 1.
                   01 TAB-BLACKLIST.
                       05 TB-CPF       PIC 9(11) OCCURS 100000.
                   01 AMO-FIM          PIC X(01) VALUE 'N'.
                       88 AMO-ACABOU       VALUE 'S'.
                   01 ANT-POSICAO-SW   PIC X(01) VALUE 'N'.
                       88 ANT-POSICIONADO  VALUE 'S'.

                   01 ANT-EXISTE       PIC X(01) VALUE 'N'.
                       88 HA-ARQ-ANTERIOR  VALUE 'S'.
                   01 SEQ-RC           PIC 9(01) VALUE ZERO.

                   COPY OPERADOR.
                   COPY EVENTOCTX.

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE 'ARQCPF2'.
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE 'GERA-CPF-DAT'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-SW         PIC X(01) VALUE 'N'.
                       88 ARQUIVO-TRAVADO  VALUE 'S'.
                       88 TRAVA-RECUSADA   VALUE 'X'.

                   01 CKPT-INTERVALO   PIC 9(07) VALUE 0100000.
                   01 CKPT-CONTADOR    PIC 9(07) VALUE ZERO.
                       88 MODO-VARREDURA  VALUE 1.
                       88 MODO-AMOSTRA    VALUE 2.
                       88 MODO-SINTESE    VALUE 3.
                   01 REGIOES-PEDIDAS  PIC X(10) VALUE SPACES.
                   01 REGIOES-PEDIDAS-RED REDEFINES REGIOES-PEDIDAS.
                       05 REGIAO-PEDIDA PIC X(01) OCCURS 10.
                   01 TAB-REGIAO-ACEITA.
                       05 REGIAO-ACEITA-SW PIC X(01) OCCURS 10.
                           88 REGIAO-ACEITA   VALUE 'S'.
                   01 FILTRO-REGIAO-SW PIC X(01) VALUE 'N'.
                       88 HA-FILTRO-REGIAO VALUE 'S'.
                   01 REGIAO-FORA-SW   PIC X(01) VALUE 'N'.
                       88 CPF-FORA-DA-REGIAO VALUE 'S'.
                   01 IND-REG          PIC 9(02).
                   01 DIGITO-REG       PIC 9(01).
                   01 PROX-REGIAO      PIC 9(02) VALUE ZERO.
                   01 QTD-FORA-REGIAO  PIC 9(11) VALUE ZERO.
                   COPY REGIAO-FISCAL.
                   01 BASE-INICIO      PIC 9(09) VALUE ZERO.
                   01 BASE-LIMITE      PIC 9(09) VALUE ZERO.
                   01 IND-BASE         PIC 9(10).
                   01 INCREMENTO-SEMENTE PIC 9(11) VALUE ZERO.
                   01 FAIXA-LARGURA    PIC 9(11).
                   01 NUM-1            PIC 9(02)V9(11) VALUE ZEROES.
                   01 SEMENTE-FIXA     PIC X(08).

                   01 MODO-DOCUMENTO   PIC 9(01) VALUE 1.
                       88 DOCUMENTO-CPF   VALUE 1.
                       88 DOCUMENTO-CNPJ  VALUE 2.
                       88 DOCUMENTO-PIS   VALUE 3.
                       88 DOCUMENTO-TITULO VALUE 4.

                   01 FS-CNPJ          PIC X(02).
                   01 CNPJ-INICIO      PIC 9(14) VALUE 00010001000109.
                   01 CNPJ-LIMITE      PIC 9(14) VALUE 99999999999999.
                   01 IND-CNPJ         PIC 9(14).
                   01 CNPJ             PIC X(14) VALUE ZERO.
                   01 CNPJ-RED REDEFINES CNPJ.
                       05 DIGITO-CNPJ  PIC X(01) OCCURS 14.
                   01 CNPJ-VALIDO         PIC 9(01).
                   01 CNPJ-DIGITO-ERRO    PIC 9(01) VALUE ZERO.
                   01 CNPJ-DIGITO-ESP     PIC 9(01) VALUE ZERO.
                       88 HA-CNPJ-ANTERIOR VALUE 'S'.
                   01 CNA-FIM          PIC X(01) VALUE 'N'.
                       88 CNA-ACABOU       VALUE 'S'.
                   01 CNA-PROX-CNPJ    PIC X(14) VALUE HIGH-VALUES.
                   01 CNA-DUPLICADO    PIC X(01) VALUE 'N'.
                       88 CNA-JA-EMITIDO   VALUE 'S'.
                   01 CBK-EXISTE       PIC X(01) VALUE 'N'.
                   01 QTD-CNPJ-DUP     PIC 9(11) VALUE ZERO.
                   01 QTD-CNPJ-BLK     PIC 9(11) VALUE ZERO.

                   01 FORMATO-CNPJ     PIC 9(01) VALUE 1.
                       88 CNPJ-NUMERICO     VALUE 1.
                       88 CNPJ-ALFANUMERICO VALUE 2.
                   01 CNPJ-BASE-INICIO PIC X(12) VALUE SPACES.
                   01 CNPJ-BASE-LIMITE PIC X(12) VALUE SPACES.
                   01 CNPJ-BASE        PIC X(12) VALUE SPACES.
                   01 CNPJ-BASE-RED REDEFINES CNPJ-BASE.
                       05 BASE-CAR     PIC X(01) OCCURS 12.
                   01 POS-BASE         PIC 9(02).
                   01 POS-ALFA         PIC 9(02).
                   01 FAIXA-ALFA-SW    PIC X(01) VALUE 'N'.
                       88 FAIXA-ALFA-INVALIDA VALUE 'S'.
                   01 BASE-ALFA-FIM    PIC X(01) VALUE 'N'.
                       88 BASE-ALFA-ACABOU VALUE 'S'.
                   01 VAI-UM-SW        PIC X(01) VALUE 'N'.
                       88 VAI-UM           VALUE 'S'.

                   COPY CNPJ-ALFA.

                   01 FS-PIS           PIC X(02).
                   01 FS-PIS-MF        PIC X(02).
                   01 FS-PIA           PIC X(02).
                   01 PIS-INICIO       PIC 9(10) VALUE 1000000000.
                   01 PIS-LIMITE       PIC 9(10) VALUE 9999999999.
                   01 IND-PIS          PIC 9(11).
                   01 PIS              PIC 9(11) VALUE ZERO.
                   01 PIS-RED REDEFINES PIS.
                       05 DIGITO-PIS   PIC 9(01) OCCURS 11.
                   01 PIS-VALIDO       PIC 9(01).
                   01 QTD-PIS-VAL      PIC 9(11) VALUE ZERO.
                   01 QTD-PIS-DUP      PIC 9(11) VALUE ZERO.
                   01 PIA-EXISTE       PIC X(01) VALUE 'N'.
                       88 HA-PIS-ANTERIOR  VALUE 'S'.
                   01 PIA-FIM          PIC X(01) VALUE 'N'.
                       88 PIA-ACABOU       VALUE 'S'.
                   01 PIA-PROX-PIS     PIC 9(11) VALUE 99999999999.
                   01 PIA-DUPLICADO    PIC X(01) VALUE 'N'.
                       88 PIA-JA-EMITIDO   VALUE 'S'.

                   01 FS-TIT           PIC X(02).
                   01 FS-TIT-MF        PIC X(02).
                   01 FS-TIA           PIC X(02).
                   01 TIT-UF           PIC 9(02) VALUE 01.
                       88 TIT-UF-VALIDA    VALUE 01 THRU 28.
                   01 TIT-INICIO       PIC 9(08) VALUE 00000001.
                   01 TIT-LIMITE       PIC 9(08) VALUE 99999999.
                   01 IND-TIT          PIC 9(09).
                   01 TITULO           PIC 9(12) VALUE ZERO.
                   01 TITULO-RED REDEFINES TITULO.
                       05 DIGITO-TIT   PIC 9(01) OCCURS 12.
                   01 TITULO-CAMPOS REDEFINES TITULO.
                       05 TITULO-SEQ   PIC 9(08).
                       05 TITULO-UF    PIC 9(02).
                       05 TITULO-DV    PIC 9(02).
                   01 TIT-VALIDO       PIC 9(01).
                   01 QTD-TIT-VAL      PIC 9(11) VALUE ZERO.
                   01 QTD-TIT-DUP      PIC 9(11) VALUE ZERO.
                   01 TIA-EXISTE       PIC X(01) VALUE 'N'.
                       88 HA-TIT-ANTERIOR  VALUE 'S'.
                   01 TIA-FIM          PIC X(01) VALUE 'N'.
                       88 TIA-ACABOU       VALUE 'S'.
                   01 TIA-PROX-TIT     PIC 9(12) VALUE 999999999999.
                   01 TIA-DUPLICADO    PIC X(01) VALUE 'N'.
                       88 TIA-JA-EMITIDO   VALUE 'S'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'TIPO DE DOCUMENTO (1=CPF  2=CNPJ  3=PIS/NIS  '
                   '4=TITULO DE ELEITOR) :'.
           ACCEPT MODO-DOCUMENTO.
           IF MODO-DOCUMENTO < 2 OR MODO-DOCUMENTO > 4
               MOVE 1 TO MODO-DOCUMENTO
           END-IF.

               GOBACK
           END-IF.

           IF DOCUMENTO-PIS
               PERFORM 6000-GERA-PIS
               GOBACK
           END-IF.

           IF DOCUMENTO-TITULO
               PERFORM 7000-GERA-TITULO
               GOBACK
           END-IF.

           PERFORM 1050-TRAVAR-ARQUIVO.
           IF TRAVA-RECUSADA
               MOVE 'N' TO TRAVA-SW
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-ABERTURA
               PERFORM 2000-PROCESSAR
           END-IF.
           PERFORM 3000-FINALIZAR.
           IF ARQUIVO-TRAVADO
               MOVE 'L' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE 'N' TO TRAVA-SW
           END-IF.

           GOBACK.

       1050-TRAVAR-ARQUIVO.
      *    So na execucao interativa: sem sign-on (campo EXTERNAL em
      *    SPACES ou LOW-VALUES) o programa roda na cadeia noturna,
      *    que ja detem ARQCPF2 em nome de LOTE-NOTURNO.
           MOVE 'N' TO TRAVA-SW.
           IF OPR-SESSAO-CODIGO NOT = SPACES
                   AND OPR-SESSAO-CODIGO NOT = LOW-VALUES
               MOVE 'R' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               IF TRAVA-RC NOT = 0
                   SET TRAVA-RECUSADA TO TRUE
               ELSE
                   SET ARQUIVO-TRAVADO TO TRUE
               END-IF
           END-IF.

       1000-INICIAR.
           MOVE 'GERACPF' TO ERR-PROGRAMA.
           MOVE 'ARQCPF2' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ANT-DUPLICADO.
           MOVE 'N' TO BLK-EXISTE.
           MOVE 'N' TO BLK-BARRADO.
           MOVE 'N' TO BLK-TAB-SW.
           MOVE ZERO TO QTD-BLK-TAB.
           MOVE 1 TO IND-BLK.
           MOVE ZERO TO QTD-CPF-VAL.
           MOVE ZERO TO QTD-CPF-DUP.
           MOVE ZERO TO QTD-CPF-BLK.
           PERFORM 1100-OBTER-FAIXA.
           MOVE CPF-INICIO TO FAIXA-INICIO-RUN.
           PERFORM 1150-OBTER-MODO.
           PERFORM 1160-OBTER-REGIOES.
           IF MODO-VARREDURA
               PERFORM 1200-RETOMAR-CHECKPOINT
           END-IF.
               END-IF
           END-IF.
           DISPLAY 'NUMERO DA EXECUCAO (RUN): ' NUM-RUN.
           MOVE NUM-RUN TO EVC-RUN.
           ACCEPT HORA-CRUA FROM TIME.
           COMPUTE SEG-INICIO = (HC-HORA * 3600)
                              + (HC-MINUTO * 60) + HC-SEGUNDO.
      *    Modo 1 (padrao) varre a faixa inteira, um CPF de cada vez.
      *    Modo 2 sorteia QTD-AMOSTRA candidatos dentro da faixa, com
      *    a mesma tecnica de semente usada em RANDOM-GENERATOR, para
      *    uma amostragem rapida sem varrer a faixa inteira. A
      *    semente vem do relogio; com a variavel de ambiente
      *    GERA_SEMENTE (oito digitos) ela e fixa e o sorteio se
      *    repete - e assim que a prova de triagem compara duas
      *    versoes na amostragem.
      *    Modo 3 itera so as bases de 9 digitos da faixa e CALCULA
      *    os dois verificadores de cada uma (ponto de entrada
      *    CPF-COMPUTE-DIGIT), produzindo o mesmo extrato da
               END-IF

               ACCEPT SEMENTE FROM TIME
               MOVE SPACES TO SEMENTE-FIXA
               DISPLAY 'GERA_SEMENTE' UPON ENVIRONMENT-NAME
               ACCEPT SEMENTE-FIXA FROM ENVIRONMENT-VALUE
               IF SEMENTE-FIXA NOT = SPACES
                   IF SEMENTE-FIXA IS NUMERIC
                       MOVE SEMENTE-FIXA TO SEMENTE
                       DISPLAY 'SEMENTE FIXA (GERA_SEMENTE): ' SEMENTE
                   ELSE
                       DISPLAY 'GERA_SEMENTE IGNORADA (OITO DIGITOS): '
                               SEMENTE-FIXA
                   END-IF
               END-IF
               COMPUTE FAIXA-LARGURA = CPF-LIMITE - CPF-INICIO
           END-IF.

       1160-OBTER-REGIOES.
      *    Regioes fiscais pedidas, pelo 9o digito do CPF (8 = SP,
      *    7 = RJ/ES, 0 = RS...). Qualquer posicao que nao seja
      *    digito e ignorada; nenhum digito informado mantem a faixa
      *    inteira, como antes da selecao por regiao.
           MOVE SPACES    TO REGIOES-PEDIDAS.
           MOVE ALL 'N'   TO TAB-REGIAO-ACEITA.
           MOVE 'N'       TO FILTRO-REGIAO-SW.
           MOVE ZERO      TO PROX-REGIAO.
           MOVE ZERO      TO QTD-FORA-REGIAO.

           DISPLAY 'REGIOES FISCAIS - 9O DIGITO (EX. 78; '
                   'BRANCO = TODAS) :'.
           ACCEPT REGIOES-PEDIDAS.

           PERFORM VARYING IND-REG FROM 1 BY 1 UNTIL IND-REG > 10
               IF REGIAO-PEDIDA(IND-REG) IS NUMERIC
                   MOVE REGIAO-PEDIDA(IND-REG) TO DIGITO-REG
                   MOVE 'S' TO REGIAO-ACEITA-SW(DIGITO-REG + 1)
                   MOVE 'S' TO FILTRO-REGIAO-SW
               END-IF
           END-PERFORM.

           IF HA-FILTRO-REGIAO
               PERFORM VARYING IND-REG FROM 1 BY 1 UNTIL IND-REG > 10
                   IF REGIAO-ACEITA(IND-REG)
                       COMPUTE DIGITO-REG = IND-REG - 1
                       DISPLAY 'REGIAO FISCAL PEDIDA: ' DIGITO-REG
                               ' (' REGIAO-FISCAL-UFS(IND-REG) ')'
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'REGIOES FISCAIS: TODAS'
           END-IF.

       1400-ABRIR-ANTERIOR.
      *    ARQCPFMST e o mestre acumulado de todo CPF ja emitido,
      *    alimentado por CPF-ATUALIZA-MESTRE ao final de cada
      *    a varredura simplesmente nao encontra duplicidade nenhuma.
      *    Varredura e sintese visitam os CPFs em ordem crescente e
      *    usam a leitura casada, entao o ponteiro e adiantado ja
      *    aqui para as duas; na amostragem os sorteios so chegam em
      *    ordem depois do SORT, e o ponteiro e posicionado (START) no
      *    menor deles, em 2320-PROCESSA-AMOSTRA.
           OPEN INPUT ARQ-ANTERIOR.
           IF FS-ANT = '00'
               SET HA-ARQ-ANTERIOR TO TRUE
       1500-ABRIR-BLACKLIST.
      *    ARQCPFBLK e a lista de exclusao mantida por CPF-CARGA-
      *    BLACKLIST: CPFs reais de clientes que jamais podem sair num
      *    extrato de teste. A lista e pequena e e carregada inteira
      *    em TAB-BLACKLIST, na ordem de chave; como todo modo visita
      *    os candidatos em ordem crescente, 2150-VERIFICA-BLACKLIST a
      *    confere por avanco casado, sem leitura por candidato. Lista
      *    maior que a tabela nao e truncada: fica a leitura indexada
      *    direta de antes, com aviso. Sem o arquivo, nenhum candidato
      *    e barrado - e o manifesto registra zero barrados, o que a
      *    conferencia de compliance sabe distinguir de uma lista
      *    aplicada.
           OPEN INPUT ARQ-BLACKLIST.
           IF FS-BLK = '00'
               SET HA-ARQ-BLACKLIST TO TRUE
               SET BLK-EM-MEMORIA TO TRUE
               MOVE 'N' TO BLK-FIM
               PERFORM 1510-LER-BLACKLIST
               PERFORM UNTIL BLK-ACABOU OR NOT BLK-EM-MEMORIA
                   IF QTD-BLK-TAB < BLK-MAX-TAB
                       ADD 1 TO QTD-BLK-TAB
                       MOVE BLK-CPF TO TB-CPF(QTD-BLK-TAB)
                       PERFORM 1510-LER-BLACKLIST
                   ELSE
                       MOVE 'N' TO BLK-TAB-SW
                       DISPLAY 'AVISO: ARQCPFBLK COM MAIS DE '
                               BLK-MAX-TAB ' CPFS - LISTA CONSULTADA '
                               'POR CHAVE.'
                   END-IF
               END-PERFORM
           END-IF.

       1510-LER-BLACKLIST.
           READ ARQ-BLACKLIST NEXT RECORD
               AT END
                   SET BLK-ACABOU TO TRUE
           END-READ.

       1410-LER-PROXIMO-ANTERIOR.
      *    Avanca para o proximo CPF do extrato anterior (em ordem de
      *    chave crescente), ou marca fim de arquivo quando nao
                   UNTIL   IND-2 GREATER CPF-LIMITE

               MOVE IND-2 TO CPF
               PERFORM 2160-CONFERE-REGIAO
               IF CPF-FORA-DA-REGIAO
                   ADD 1 TO QTD-FORA-REGIAO
               ELSE
                   PERFORM 2140-PROCESSA-CANDIDATO
               END-IF

               ADD 1 TO CKPT-CONTADOR
               IF CKPT-CONTADOR NOT LESS THAN CKPT-INTERVALO

       2140-PROCESSA-CANDIDATO.
      *    Valida, checa duplicidade e grava (ou rejeita) o candidato
      *    corrente em CPF. Comum aos tres modos de geracao.
           CALL 'CPF-CHECK-DIGIT' USING CPF-RED VALIDO DIGITO-ERRO
                                        DIGITO-ESPERADO

           IF VALIDO = 0
      *        Todo modo visita os CPFs em ordem crescente (a
      *        amostragem depois do SORT), entao todos usam o avanco
      *        casado.
               PERFORM 2130-VERIFICA-DUPLICADO
               IF ANT-CPF-JA-EMITIDO
                   ADD 1 TO QTD-CPF-DUP
               ELSE
           PERFORM VARYING IND-BASE FROM BASE-INICIO BY 1
                   UNTIL IND-BASE GREATER BASE-LIMITE
               COMPUTE CPF = IND-BASE * 100
               PERFORM 2160-CONFERE-REGIAO
               IF CPF-FORA-DA-REGIAO
                   ADD 1 TO QTD-FORA-REGIAO
               ELSE
                   CALL 'CPF-COMPUTE-DIGIT' USING CPF-RED
                                                  BASE-TEM-DIGITO
                   IF BASE-TEM-DIGITO = 0
                      AND CPF NOT LESS THAN CPF-INICIO
                      AND CPF NOT GREATER THAN CPF-LIMITE
                       PERFORM 2140-PROCESSA-CANDIDATO
                   END-IF
               END-IF
           END-PERFORM.

      *    CPF-LIMITE], com a mesma tecnica de semente usada em
      *    RANDOM-GENERATOR (COMPUTE da semente seguida de
      *    FUNCTION RANDOM), escalando o resultado para a faixa
      *    pedida. Os sorteios passam por um SORT interno e sao
      *    processados em ordem crescente de CPF: o mestre e a lista
      *    de exclusao sao conferidos pelo mesmo avanco casado da
      *    varredura, sem uma leitura por chave a cada sorteio.
           SORT ARQ-AMOSTRA
               ON ASCENDING KEY AMO-CPF
               INPUT PROCEDURE IS 2310-SORTEIA-AMOSTRA
               OUTPUT PROCEDURE IS 2320-PROCESSA-AMOSTRA.

       2310-SORTEIA-AMOSTRA.
      *    Mesma sequencia de sorteio e de encaixe de regiao de
      *    sempre; o sorteio fora da faixa e contado aqui mesmo.
           PERFORM VARYING IND-3 FROM 1 BY 1 UNTIL IND-3 > QTD-AMOSTRA
               COMPUTE SEMENTE = SEMENTE + INCREMENTO-SEMENTE
               COMPUTE NUM-1 = FUNCTION RANDOM(SEMENTE)
               COMPUTE CPF = CPF-INICIO + (NUM-1 * FAIXA-LARGURA)
               IF HA-FILTRO-REGIAO
                   PERFORM 2170-ENCAIXA-REGIAO
               END-IF
               IF CPF NOT LESS THAN CPF-INICIO
                  AND CPF NOT GREATER THAN CPF-LIMITE
                   MOVE CPF TO AMO-CPF
                   RELEASE REG-AMOSTRA
               ELSE
                   ADD 1 TO QTD-FORA-REGIAO
               END-IF
           END-PERFORM.

       2320-PROCESSA-AMOSTRA.
      *    O mestre e posicionado (START) no menor sorteio e dali
      *    lido em sequencia pelo avanco casado de 2130-VERIFICA-
      *    DUPLICADO.
           MOVE 'N' TO AMO-FIM.
           MOVE 'N' TO ANT-POSICAO-SW.
           PERFORM 2325-RETORNA-AMOSTRA.
           PERFORM UNTIL AMO-ACABOU
               MOVE AMO-CPF TO CPF
               IF HA-ARQ-ANTERIOR AND NOT ANT-POSICIONADO
                   PERFORM 2330-POSICIONA-ANTERIOR
               END-IF
               PERFORM 2140-PROCESSA-CANDIDATO
               PERFORM 2325-RETORNA-AMOSTRA
           END-PERFORM.

       2325-RETORNA-AMOSTRA.
           RETURN ARQ-AMOSTRA
               AT END
                   SET AMO-ACABOU TO TRUE
           END-RETURN.

       2330-POSICIONA-ANTERIOR.
           SET ANT-POSICIONADO TO TRUE.
           MOVE CPF TO ANT-CPF.
           START ARQ-ANTERIOR KEY IS NOT LESS THAN ANT-CPF
               INVALID KEY
                   SET ANT-ACABOU TO TRUE
                   MOVE 99999999999 TO ANT-PROX-CPF
               NOT INVALID KEY
                   PERFORM 1410-LER-PROXIMO-ANTERIOR
           END-START.

       2160-CONFERE-REGIAO.
      *    Marca o candidato corrente como fora da selecao quando ha
      *    filtro de regiao e o 9o digito nao e de regiao pedida.
           MOVE 'N' TO REGIAO-FORA-SW.
           IF HA-FILTRO-REGIAO
               MOVE DIGITO(9) TO DIGITO-REG
               IF NOT REGIAO-ACEITA(DIGITO-REG + 1)
                   MOVE 'S' TO REGIAO-FORA-SW
               END-IF
           END-IF.

       2170-ENCAIXA-REGIAO.
      *    Na amostragem o sorteio e trazido para a proxima regiao
      *    pedida (rodizio entre elas) trocando o 9o digito, em vez
      *    de descartado - senao a amostra sairia menor que a
      *    quantidade pedida. O CPF encaixado que cair fora da faixa
      *    (nas pontas) e descartado pelo chamador.
           PERFORM WITH TEST AFTER UNTIL REGIAO-ACEITA(PROX-REGIAO)
               ADD 1 TO PROX-REGIAO
               IF PROX-REGIAO > 10
                   MOVE 1 TO PROX-REGIAO
               END-IF
           END-PERFORM.
           COMPUTE DIGITO(9) = PROX-REGIAO - 1.

       2110-PONTUA-CPF.
      *    Monta a forma pontuada (999.999.999-99) do CPF corrente a
               END-IF
           END-IF.

       2150-VERIFICA-BLACKLIST.
      *    Confere o candidato corrente contra a lista de exclusao
      *    carregada em TAB-BLACKLIST, avancando IND-BLK ate alcancar
      *    (ou ultrapassar) o candidato, como 2130-VERIFICA-DUPLICADO
      *    faz com o mestre. So a lista grande demais para a tabela
      *    ainda e consultada por chave.
           MOVE 'N' TO BLK-BARRADO.
           IF HA-ARQ-BLACKLIST
               IF BLK-EM-MEMORIA
                   MOVE 'N' TO BLK-AVANCO-SW
                   PERFORM UNTIL BLK-AVANCO-FIM
                       IF IND-BLK > QTD-BLK-TAB
                           SET BLK-AVANCO-FIM TO TRUE
                       ELSE
                           IF TB-CPF(IND-BLK) NOT LESS THAN CPF
                               SET BLK-AVANCO-FIM TO TRUE
                           ELSE
                               ADD 1 TO IND-BLK
                           END-IF
                       END-IF
                   END-PERFORM
                   IF IND-BLK NOT > QTD-BLK-TAB
                       IF TB-CPF(IND-BLK) = CPF
                           MOVE 'S' TO BLK-BARRADO
                       END-IF
                   END-IF
               ELSE
                   MOVE CPF TO BLK-CPF
                   READ ARQ-BLACKLIST KEY IS BLK-CPF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO BLK-BARRADO
                   END-READ
               END-IF
           END-IF.

       2200-GRAVA-CHECKPOINT.

           OPEN OUTPUT ARQ-MANIFESTO.
           MOVE SPACES         TO REG-MANIFESTO.
           MOVE DATA-GERACAO   TO MF-DATA-EXEC.
           MOVE FAIXA-INICIO-RUN TO MF-CPF-INICIO.
           MOVE CPF-LIMITE     TO MF-CPF-LIMITE.
           MOVE QTD-CPF-VAL    TO MF-QTD-CPF-VAL.
               MOVE OPR-SESSAO-CODIGO TO MF-OPERADOR
           END-IF.
           MOVE MODO-GERACAO   TO MF-MODO-GER.
           IF MODO-VARREDURA AND HA-FILTRO-REGIAO
               MOVE 4          TO MF-MODO-GER
           END-IF.
           WRITE REG-MANIFESTO.
           PERFORM 3100-ACRESCENTA-HISTORICO.
           CLOSE ARQ-MANIFESTO.
           DISPLAY QTD-CPF-VAL ' CPF´S VALIDOS.'.
           DISPLAY QTD-CPF-DUP ' CPF´S JA EMITIDOS ANTES (IGNORADOS).'.
           DISPLAY QTD-CPF-BLK ' CPF´S BARRADOS PELA LISTA.'.
           IF HA-FILTRO-REGIAO
               DISPLAY QTD-FORA-REGIAO
                       ' CANDIDATOS FORA DAS REGIOES PEDIDAS.'
           END-IF.

       3100-ACRESCENTA-HISTORICO.
      *    O OPEN OUTPUT acima faz cada execucao sobrescrever o
      *    ARQCNPJMST (alimentado por CNPJ-ATUALIZA-MESTRE) e lista
      *    de exclusao ARQCNPJBLK (carga em CNPJ-CARGA-BLACKLIST) por
      *    leitura indexada direta. Checkpoint e log de rejeitados
      *    continuam so no modo CPF. No formato alfanumerico a faixa
      *    e de bases de doze posicoes (5700-OBTER-FAIXA-ALFA).
           MOVE ZERO TO QTD-CNPJ-VAL.
           MOVE ZERO TO QTD-CNPJ-DUP.
           MOVE ZERO TO QTD-CNPJ-BLK.
           MOVE 'N' TO CNA-DUPLICADO.
           MOVE 'N' TO CBK-EXISTE.
           MOVE 'N' TO CBK-BARRADO.
           MOVE 'N' TO FAIXA-ALFA-SW.

           DISPLAY 'FORMATO DO CNPJ (1=NUMERICO  2=ALFANUMERICO) :'.
           ACCEPT FORMATO-CNPJ.
           IF FORMATO-CNPJ NOT = 2
               MOVE 1 TO FORMATO-CNPJ
           END-IF.

           IF CNPJ-ALFANUMERICO
               PERFORM 5700-OBTER-FAIXA-ALFA
           ELSE
               DISPLAY 'CNPJ INICIAL (14 DIGITOS, 0=PADRAO) :'
               ACCEPT CNPJ-INICIO
               IF CNPJ-INICIO = ZERO
                   MOVE 00010001000109 TO CNPJ-INICIO
               END-IF

               DISPLAY 'CNPJ LIMITE (14 DIGITOS, 0=PADRAO) :'
               ACCEPT CNPJ-LIMITE
               IF CNPJ-LIMITE = ZERO
                   MOVE 99999999999999 TO CNPJ-LIMITE
               END-IF
           END-IF.

           IF FAIXA-ALFA-INVALIDA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5010-VARRE-CNPJ
           END-IF.

       5010-VARRE-CNPJ.
           ACCEPT DATA-GERACAO FROM DATE YYYYMMDD.

           PERFORM 5200-ABRIR-CNPJ-ANTERIOR.
               DISPLAY 'ERRO AO ABRIR ARQCNPJ2 - FS ' FS-CNPJ
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CNPJ-ALFANUMERICO
                   PERFORM 5750-VARRE-ALFANUMERICO
               ELSE
                   PERFORM VARYING IND-CNPJ FROM CNPJ-INICIO BY 1
                           UNTIL IND-CNPJ GREATER CNPJ-LIMITE

                       MOVE IND-CNPJ TO CNPJ
                       CALL 'CNPJ-CHECK-DIGIT' USING CNPJ-RED
                                                     CNPJ-VALIDO
                                                     CNPJ-DIGITO-ERRO
                                                     CNPJ-DIGITO-ESP

                       IF CNPJ-VALIDO = 0
                           PERFORM 5050-GRAVA-CANDIDATO-CNPJ
                       END-IF
                   END-PERFORM
               END-IF

               CLOSE ARQ-CNPJ
               PERFORM 5600-GRAVA-CNPJ-MANIFESTO
                   '(IGNORADOS).'.
           DISPLAY QTD-CNPJ-BLK ' CNPJ´S BARRADOS PELA LISTA.'.

       5050-GRAVA-CANDIDATO-CNPJ.
      *    Candidato com verificadores certos em CNPJ: duplicidade
      *    contra o mestre, lista de exclusao e gravacao no extrato.
           PERFORM 5400-VERIFICA-CNPJ-DUPLICADO.
           IF CNA-JA-EMITIDO
               ADD 1 TO QTD-CNPJ-DUP
           ELSE
               PERFORM 5500-VERIFICA-CNPJ-BLACKLIST
               IF CBK-CNPJ-BARRADO
                   ADD 1 TO QTD-CNPJ-BLK
               ELSE
                   MOVE SPACES       TO REG-CNPJ
                   MOVE CNPJ         TO CNPJ-OUT
                   MOVE DATA-GERACAO TO CNPJ-DATA-GERACAO
                   PERFORM 5100-PONTUA-CNPJ
                   WRITE REG-CNPJ
                   ADD 1 TO QTD-CNPJ-VAL
               END-IF
           END-IF.

       5200-ABRIR-CNPJ-ANTERIOR.
      *    ARQCNPJMST e o mestre acumulado de todo CNPJ ja emitido,
      *    alimentado por CNPJ-ATUALIZA-MESTRE ao final de cada
      *    execucao; ausente (primeira geracao de todas), a varredura
      *    nao encontra duplicidade nenhuma. A varredura e crescente
      *    nos dois formatos (no alfanumerico, digito antes de letra,
      *    a mesma ordem da chave), entao o avanco casado do modo CPF
      *    vale igual aqui.
           OPEN INPUT ARQ-CNPJ-ANT.
           IF FS-CNA = '00'
               SET HA-CNPJ-ANTERIOR TO TRUE
           READ ARQ-CNPJ-ANT NEXT
               AT END
                   SET CNA-ACABOU TO TRUE
                   MOVE HIGH-VALUES TO CNA-PROX-CNPJ
               NOT AT END
                   MOVE CNA-CNPJ TO CNA-PROX-CNPJ
           END-READ.
           IF FS-CNPJ-MF = '00'
               MOVE SPACES          TO REG-CNPJ-MF
               MOVE DATA-GERACAO    TO CMF-DATA-EXEC
               IF CNPJ-ALFANUMERICO
                   MOVE CNPJ-BASE-INICIO TO CMF-CNPJ-INICIO(1:12)
                   MOVE '00'             TO CMF-CNPJ-INICIO(13:2)
                   MOVE CNPJ-BASE-LIMITE TO CMF-CNPJ-LIMITE(1:12)
                   MOVE '99'             TO CMF-CNPJ-LIMITE(13:2)
               ELSE
                   MOVE CNPJ-INICIO  TO CMF-CNPJ-INICIO
                   MOVE CNPJ-LIMITE  TO CMF-CNPJ-LIMITE
               END-IF
               MOVE QTD-CNPJ-VAL    TO CMF-QTD-VAL
               MOVE QTD-CNPJ-DUP    TO CMF-QTD-DUP
               MOVE QTD-CNPJ-BLK    TO CMF-QTD-BLK
               MOVE 8 TO RETURN-CODE
           END-IF.

       5700-OBTER-FAIXA-ALFA.
      *    Faixa do formato alfanumerico: base inicial e base limite
      *    de doze posicoes (raiz de oito + ordem de quatro), digito
      *    ou letra; minuscula vira maiuscula.
           DISPLAY 'BASE INICIAL (12 POSICOES, BRANCO=PADRAO) :'.
           ACCEPT CNPJ-BASE-INICIO.
           IF CNPJ-BASE-INICIO = SPACES
               MOVE 'A00000000001' TO CNPJ-BASE-INICIO
           END-IF.

           DISPLAY 'BASE LIMITE (12 POSICOES, BRANCO=PADRAO) :'.
           ACCEPT CNPJ-BASE-LIMITE.
           IF CNPJ-BASE-LIMITE = SPACES
               MOVE 'ZZZZZZZZZZZZ' TO CNPJ-BASE-LIMITE
           END-IF.

           INSPECT CNPJ-BASE-INICIO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CNPJ-BASE-LIMITE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE CNPJ-BASE-INICIO TO CNPJ-BASE.
           PERFORM 5710-CONFERE-BASE.
           MOVE CNPJ-BASE-LIMITE TO CNPJ-BASE.
           PERFORM 5710-CONFERE-BASE.
           IF FAIXA-ALFA-INVALIDA
               DISPLAY 'BASE INVALIDA - SO DIGITOS E LETRAS A-Z, '
                       'DOZE POSICOES.'
           ELSE
               IF CNPJ-BASE-INICIO > CNPJ-BASE-LIMITE
                   SET FAIXA-ALFA-INVALIDA TO TRUE
                   DISPLAY 'BASE INICIAL MAIOR QUE A BASE LIMITE.'
               END-IF
           END-IF.

       5710-CONFERE-BASE.
           PERFORM VARYING POS-BASE FROM 1 BY 1 UNTIL POS-BASE > 12
               PERFORM 5720-POSICAO-NO-ALFABETO
               IF POS-ALFA > 36
                   SET FAIXA-ALFA-INVALIDA TO TRUE
               END-IF
           END-PERFORM.

       5720-POSICAO-NO-ALFABETO.
      *    Posicao de BASE-CAR(POS-BASE) na tabela CNPJ-ALFA; 37 se
      *    o caractere nao pertence ao alfabeto.
           PERFORM VARYING POS-ALFA FROM 1 BY 1
                   UNTIL POS-ALFA > 36
                      OR CNPJ-ALFA-CAR(POS-ALFA) = BASE-CAR(POS-BASE)
               CONTINUE
           END-PERFORM.

       5750-VARRE-ALFANUMERICO.
      *    Percorre as bases da faixa em ordem crescente e calcula os
      *    dois verificadores de cada uma - todo CNPJ tem verificador
      *    (resto 10 vale 0), entao nao ha candidato a testar; so a
      *    base de posicoes todas iguais volta recusada.
           MOVE CNPJ-BASE-INICIO TO CNPJ-BASE.
           MOVE 'N' TO BASE-ALFA-FIM.
           PERFORM UNTIL BASE-ALFA-ACABOU
                      OR CNPJ-BASE > CNPJ-BASE-LIMITE
               MOVE SPACES    TO CNPJ
               MOVE CNPJ-BASE TO CNPJ(1:12)
               CALL 'CNPJ-COMPUTE-DIGIT' USING CNPJ-RED CNPJ-VALIDO
               IF CNPJ-VALIDO = 0
                   PERFORM 5050-GRAVA-CANDIDATO-CNPJ
               END-IF
               PERFORM 5760-PROXIMA-BASE
           END-PERFORM.

       5760-PROXIMA-BASE.
      *    Soma um a base, em base 36 sobre o alfabeto 0-9A-Z, da
      *    posicao 12 para a esquerda. Vai-um para fora da posicao 1
      *    (passou de ZZZZZZZZZZZZ) encerra a varredura.
           MOVE 12 TO POS-BASE.
           MOVE 'S' TO VAI-UM-SW.
           PERFORM UNTIL NOT VAI-UM OR POS-BASE = ZERO
               PERFORM 5720-POSICAO-NO-ALFABETO
               IF POS-ALFA NOT LESS THAN 36
                   MOVE CNPJ-ALFA-CAR(1) TO BASE-CAR(POS-BASE)
                   SUBTRACT 1 FROM POS-BASE
               ELSE
                   MOVE CNPJ-ALFA-CAR(POS-ALFA + 1)
                       TO BASE-CAR(POS-BASE)
                   MOVE 'N' TO VAI-UM-SW
               END-IF
           END-PERFORM.
           IF VAI-UM
               SET BASE-ALFA-ACABOU TO TRUE
           END-IF.

       5100-PONTUA-CNPJ.
      *    Monta a forma pontuada (99.999.999/9999-99) do CNPJ
      *    corrente a partir das posicoes individuais (digito ou,
      *    no alfanumerico, letra).
           STRING DIGITO-CNPJ(1) DIGITO-CNPJ(2) '.'
                  DIGITO-CNPJ(3) DIGITO-CNPJ(4) DIGITO-CNPJ(5) '.'
                  DIGITO-CNPJ(6) DIGITO-CNPJ(7) DIGITO-CNPJ(8) '/'
                  DIGITO-CNPJ(13) DIGITO-CNPJ(14)
                  DELIMITED BY SIZE INTO CNPJ-OUT-PONTUADO.

       6000-GERA-PIS.
      *    Modo PIS/NIS: varredura de bases de dez digitos, com o
      *    verificador calculado por PIS-COMPUTE-DIGIT - todo PIS
      *    tem verificador, entao cada base da um candidato. Mesmo
      *    regime do CNPJ: ARQPIS2 indexado por PIS-OUT, manifesto
      *    ARQPIS2MF e deduplicacao por avanco casado contra o
      *    mestre ARQPISMST (alimentado por PIS-ATUALIZA-MESTRE).
           MOVE ZERO TO QTD-PIS-VAL.
           MOVE ZERO TO QTD-PIS-DUP.
           MOVE 'N' TO PIA-EXISTE.
           MOVE 'N' TO PIA-FIM.
           MOVE 'N' TO PIA-DUPLICADO.

           DISPLAY 'BASE INICIAL DO PIS (10 DIGITOS, 0=PADRAO) :'.
           ACCEPT PIS-INICIO.
           IF PIS-INICIO = ZERO
               MOVE 1000000000 TO PIS-INICIO
           END-IF.

           DISPLAY 'BASE LIMITE DO PIS (10 DIGITOS, 0=PADRAO) :'.
           ACCEPT PIS-LIMITE.
           IF PIS-LIMITE = ZERO
               MOVE 9999999999 TO PIS-LIMITE
           END-IF.

           ACCEPT DATA-GERACAO FROM DATE YYYYMMDD.

           PERFORM 6200-ABRIR-PIS-ANTERIOR.

           OPEN OUTPUT ARQ-PIS.
           IF FS-PIS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQPIS2 - FS ' FS-PIS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IND-PIS FROM PIS-INICIO BY 1
                       UNTIL IND-PIS GREATER PIS-LIMITE

                   COMPUTE PIS = IND-PIS * 10
                   CALL 'PIS-COMPUTE-DIGIT' USING PIS-RED PIS-VALIDO

                   IF PIS-VALIDO = 0
                       PERFORM 6050-GRAVA-CANDIDATO-PIS
                   END-IF
               END-PERFORM

               CLOSE ARQ-PIS
               PERFORM 6600-GRAVA-PIS-MANIFESTO
           END-IF.

           IF HA-PIS-ANTERIOR
               CLOSE ARQ-PIS-ANT
           END-IF.

           DISPLAY QTD-PIS-VAL ' PIS VALIDOS.'.
           DISPLAY QTD-PIS-DUP ' PIS JA EMITIDOS ANTES (IGNORADOS).'.

       6050-GRAVA-CANDIDATO-PIS.
           PERFORM 6400-VERIFICA-PIS-DUPLICADO.
           IF PIA-JA-EMITIDO
               ADD 1 TO QTD-PIS-DUP
           ELSE
               MOVE SPACES       TO REG-PIS
               MOVE PIS          TO PIS-OUT
               MOVE DATA-GERACAO TO PIS-DATA-GERACAO
               PERFORM 6100-PONTUA-PIS
               WRITE REG-PIS
               ADD 1 TO QTD-PIS-VAL
           END-IF.

       6100-PONTUA-PIS.
      *    Forma pontuada 999.99999.99-9.
           STRING DIGITO-PIS(1) DIGITO-PIS(2) DIGITO-PIS(3) '.'
                  DIGITO-PIS(4) DIGITO-PIS(5) DIGITO-PIS(6)
                  DIGITO-PIS(7) DIGITO-PIS(8) '.'
                  DIGITO-PIS(9) DIGITO-PIS(10) '-'
                  DIGITO-PIS(11)
                  DELIMITED BY SIZE INTO PIS-OUT-PONTUADO.

       6200-ABRIR-PIS-ANTERIOR.
      *    ARQPISMST, como ARQCNPJMST: ausente na primeira geracao,
      *    nenhuma duplicidade. A varredura e crescente.
           OPEN INPUT ARQ-PIS-ANT.
           IF FS-PIA = '00'
               SET HA-PIS-ANTERIOR TO TRUE
               PERFORM 6250-LER-PROXIMO-PIS-ANT
           ELSE
               SET PIA-ACABOU TO TRUE
           END-IF.

       6250-LER-PROXIMO-PIS-ANT.
           READ ARQ-PIS-ANT NEXT
               AT END
                   SET PIA-ACABOU TO TRUE
                   MOVE 99999999999 TO PIA-PROX-PIS
               NOT AT END
                   MOVE PIA-PIS TO PIA-PROX-PIS
           END-READ.

       6400-VERIFICA-PIS-DUPLICADO.
           MOVE 'N' TO PIA-DUPLICADO.
           IF HA-PIS-ANTERIOR
               PERFORM UNTIL PIA-ACABOU
                          OR PIA-PROX-PIS NOT LESS THAN PIS
                   PERFORM 6250-LER-PROXIMO-PIS-ANT
               END-PERFORM
               IF NOT PIA-ACABOU AND PIA-PROX-PIS = PIS
                   MOVE 'S' TO PIA-DUPLICADO
               END-IF
           END-IF.

       6600-GRAVA-PIS-MANIFESTO.
      *    Manifesto do extrato de PIS: bases varridas (com o
      *    verificador zerado no inicio e 9 no limite), contadores e
      *    operador.
           OPEN OUTPUT ARQ-PIS-MF.
           IF FS-PIS-MF = '00'
               MOVE SPACES          TO REG-PIS-MF
               MOVE DATA-GERACAO    TO PMF-DATA-EXEC
               COMPUTE PMF-PIS-INICIO = PIS-INICIO * 10
               COMPUTE PMF-PIS-LIMITE = PIS-LIMITE * 10 + 9
               MOVE QTD-PIS-VAL     TO PMF-QTD-VAL
               MOVE QTD-PIS-DUP     TO PMF-QTD-DUP
               IF OPR-SESSAO-CODIGO = SPACES
                       OR OPR-SESSAO-CODIGO = LOW-VALUES
                   MOVE 'LOTE'      TO PMF-OPERADOR
               ELSE
                   MOVE OPR-SESSAO-CODIGO TO PMF-OPERADOR
               END-IF
               WRITE REG-PIS-MF
               CLOSE ARQ-PIS-MF
           ELSE
               DISPLAY 'ERRO AO ABRIR ARQPIS2MF - FS ' FS-PIS-MF
               MOVE 8 TO RETURN-CODE
           END-IF.

       7000-GERA-TITULO.
      *    Modo Titulo de Eleitor: varredura do sequencial de oito
      *    digitos dentro de uma UF (codigo 01 a 28), com os dois
      *    verificadores calculados por TITULO-COMPUTE-DIGIT. Com a
      *    UF fixa a chave sai crescente, e a deduplicacao contra o
      *    mestre ARQTITMST (alimentado por TITULO-ATUALIZA-MESTRE)
      *    e o mesmo avanco casado do CNPJ.
           MOVE ZERO TO QTD-TIT-VAL.
           MOVE ZERO TO QTD-TIT-DUP.
           MOVE 'N' TO TIA-EXISTE.
           MOVE 'N' TO TIA-FIM.
           MOVE 'N' TO TIA-DUPLICADO.

           DISPLAY 'CODIGO DA UF DO TITULO (01 A 28, 0=PADRAO 01) :'.
           ACCEPT TIT-UF.
           IF TIT-UF = ZERO
               MOVE 01 TO TIT-UF
           END-IF.

           DISPLAY 'SEQUENCIAL INICIAL (8 DIGITOS, 0=PADRAO) :'.
           ACCEPT TIT-INICIO.
           IF TIT-INICIO = ZERO
               MOVE 00000001 TO TIT-INICIO
           END-IF.

           DISPLAY 'SEQUENCIAL LIMITE (8 DIGITOS, 0=PADRAO) :'.
           ACCEPT TIT-LIMITE.
           IF TIT-LIMITE = ZERO
               MOVE 99999999 TO TIT-LIMITE
           END-IF.

           IF NOT TIT-UF-VALIDA
               DISPLAY 'CODIGO DE UF INVALIDO - USE 01 A 28.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 7010-VARRE-TITULO
           END-IF.

       7010-VARRE-TITULO.
           ACCEPT DATA-GERACAO FROM DATE YYYYMMDD.

           PERFORM 7200-ABRIR-TIT-ANTERIOR.

           OPEN OUTPUT ARQ-TIT.
           IF FS-TIT NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQTIT2 - FS ' FS-TIT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IND-TIT FROM TIT-INICIO BY 1
                       UNTIL IND-TIT GREATER TIT-LIMITE

                   MOVE IND-TIT TO TITULO-SEQ
                   MOVE TIT-UF  TO TITULO-UF
                   MOVE ZERO    TO TITULO-DV
                   CALL 'TITULO-COMPUTE-DIGIT' USING TITULO-RED
                                                     TIT-VALIDO

                   IF TIT-VALIDO = 0
                       PERFORM 7050-GRAVA-CANDIDATO-TITULO
                   END-IF
               END-PERFORM

               CLOSE ARQ-TIT
               PERFORM 7600-GRAVA-TIT-MANIFESTO
           END-IF.

           IF HA-TIT-ANTERIOR
               CLOSE ARQ-TIT-ANT
           END-IF.

           DISPLAY QTD-TIT-VAL ' TITULOS VALIDOS.'.
           DISPLAY QTD-TIT-DUP ' TITULOS JA EMITIDOS ANTES '
                   '(IGNORADOS).'.

       7050-GRAVA-CANDIDATO-TITULO.
           PERFORM 7400-VERIFICA-TIT-DUPLICADO.
           IF TIA-JA-EMITIDO
               ADD 1 TO QTD-TIT-DUP
           ELSE
               MOVE SPACES       TO REG-TIT
               MOVE TITULO       TO TIT-OUT
               MOVE DATA-GERACAO TO TIT-DATA-GERACAO
               PERFORM 7100-PONTUA-TITULO
               WRITE REG-TIT
               ADD 1 TO QTD-TIT-VAL
           END-IF.

       7100-PONTUA-TITULO.
      *    Forma impressa 9999 9999 9999.
           STRING DIGITO-TIT(1) DIGITO-TIT(2) DIGITO-TIT(3)
                  DIGITO-TIT(4) ' '
                  DIGITO-TIT(5) DIGITO-TIT(6) DIGITO-TIT(7)
                  DIGITO-TIT(8) ' '
                  DIGITO-TIT(9) DIGITO-TIT(10) DIGITO-TIT(11)
                  DIGITO-TIT(12)
                  DELIMITED BY SIZE INTO TIT-OUT-PONTUADO.

       7200-ABRIR-TIT-ANTERIOR.
           OPEN INPUT ARQ-TIT-ANT.
           IF FS-TIA = '00'
               SET HA-TIT-ANTERIOR TO TRUE
               PERFORM 7250-LER-PROXIMO-TIT-ANT
           ELSE
               SET TIA-ACABOU TO TRUE
           END-IF.

       7250-LER-PROXIMO-TIT-ANT.
           READ ARQ-TIT-ANT NEXT
               AT END
                   SET TIA-ACABOU TO TRUE
                   MOVE 999999999999 TO TIA-PROX-TIT
               NOT AT END
                   MOVE TIA-TIT TO TIA-PROX-TIT
           END-READ.

       7400-VERIFICA-TIT-DUPLICADO.
      *    O mestre traz titulos de todas as UFs misturados na ordem
      *    da chave; a UF fica nas posicoes 9-10, entao o avanco
      *    casado passa pelos de outras UFs sem casar nenhum.
           MOVE 'N' TO TIA-DUPLICADO.
           IF HA-TIT-ANTERIOR
               PERFORM UNTIL TIA-ACABOU
                          OR TIA-PROX-TIT NOT LESS THAN TITULO
                   PERFORM 7250-LER-PROXIMO-TIT-ANT
               END-PERFORM
               IF NOT TIA-ACABOU AND TIA-PROX-TIT = TITULO
                   MOVE 'S' TO TIA-DUPLICADO
               END-IF
           END-IF.

       7600-GRAVA-TIT-MANIFESTO.
      *    Manifesto do extrato de titulos: primeiro e ultimo titulo
      *    possiveis da faixa (sequencial + UF, verificador 00/99),
      *    contadores e operador.
           OPEN OUTPUT ARQ-TIT-MF.
           IF FS-TIT-MF = '00'
               MOVE SPACES          TO REG-TIT-MF
               MOVE DATA-GERACAO    TO TMF-DATA-EXEC
               COMPUTE TMF-TIT-INICIO = (TIT-INICIO * 10000)
                                      + (TIT-UF * 100)
               COMPUTE TMF-TIT-LIMITE = (TIT-LIMITE * 10000)
                                      + (TIT-UF * 100) + 99
               MOVE QTD-TIT-VAL     TO TMF-QTD-VAL
               MOVE QTD-TIT-DUP     TO TMF-QTD-DUP
               IF OPR-SESSAO-CODIGO = SPACES
                       OR OPR-SESSAO-CODIGO = LOW-VALUES
                   MOVE 'LOTE'      TO TMF-OPERADOR
               ELSE
                   MOVE OPR-SESSAO-CODIGO TO TMF-OPERADOR
               END-IF
               WRITE REG-TIT-MF
               CLOSE ARQ-TIT-MF
           ELSE
               DISPLAY 'ERRO AO ABRIR ARQTIT2MF - FS ' FS-TIT-MF
               MOVE 8 TO RETURN-CODE
           END-IF.

           COPY FS-VERIFICA.
