      *            fluxos de cadastro de empresa: produz N empresas,
      *            cada uma com um CNPJ valido (varredura com o modulo
      *            CNPJ-CHECK-DIGIT, como 5000-GERA-CNPJ) e M socios
      *            cujos CPFs saem de ARQCPF2 e sao alocados em
      *            ARQALOC em nome da area dona (pulando os ja
      *            alocados), gravando um arquivo de empresas e um de
      *            socios que compartilham a chave da empresa - para
      *            a squad de onboarding parar de grampear linhas de
      *            ARQCNPJ2 e ARQCPF2 na mao e criar combinacoes
      *            impossiveis.
      *            ARQEMPRESA e ARQSOCIO formam o registro permanente
      *            de empresas de teste (consultado por
      *            CNPJ-EMPRESA-CONSULTA): cada empresa pertence a uma
      *            area, e a chave vem da serie EMPRESA do SEQCTLIX.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo.
      *   - Registro permanente de empresas: ARQEMPRESA e ARQSOCIO
      *     deixaram de ser recriados a cada rodada e passaram a
      *     indexados (empresa pela chave, com o CNPJ como chave
      *     alternativa; socio pela chave da empresa + sequencia, com
      *     o CPF como chave alternativa com duplicatas). A chave da
      *     empresa sai da serie EMPRESA via SEQ-PROXIMO - antes
      *     recomecava em 1 a cada rodada. Cada empresa grava a area
      *     dona, a data e o operador. Os CPFs dos socios passam a
      *     ser alocados em ARQALOC em nome da area (a gravacao
      *     decide se o CPF esta livre, como em CPF-PESSOA-GERADOR);
      *     antes a alocacao so era lida, e a rodada seguinte podia
      *     entregar o mesmo socio a outra squad. Empresa que nao se
      *     completa devolve as alocacoes ja feitas para ela. O CNPJ
      *     candidato e conferido contra a lista proibida
      *     (ARQCNPJBLK, quando existir), o mestre de emitidos
      *     (ARQCNPJMST) e o proprio registro, e cada CNPJ gerado e
      *     fundido no mestre.
      *   - A area dona passa pela conferencia AREA-VALIDA contra o
      *     cadastro de areas: nao cadastrada ou inativa recusa a
      *     rodada (RC 8); empresa e alocacoes gravam o codigo em
      *     maiusculas.
      *   - As alocacoes dos socios gravam o vencimento (ALO-DATA-
      *     EXPIRA) pelo prazo padrao da area dona, via ALOC-
      *     VENCIMENTO; area sem prazo grava zero, sem vencer.
      *   - Registra as travas de uso exclusivo de ARQALOC e de
      *     ARQCNPJMST (TRAVA-ARQ) antes de abrir os dois para
      *     atualizacao e as libera no fim; com qualquer um deles em
      *     uso por outro programa a geracao e recusada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-EMPRESA-GERADOR.
                           WITH DUPLICATES
                       FILE STATUS IS FS-ENTRADA.

                       SELECT ARQ-MANIFESTO ASSIGN TO "ARQCPF2MF"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MF.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-MESTRE ASSIGN TO "ARQCNPJMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CNA-CNPJ
                       FILE STATUS IS FS-CNA.

                       SELECT ARQ-BLACKLIST ASSIGN TO "ARQCNPJBLK"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBK-CNPJ
                       FILE STATUS IS FS-CBK.

                       SELECT ARQ-EMPRESAS ASSIGN TO "ARQEMPRESA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       ALTERNATE RECORD KEY IS EMP-CNPJ
                       FILE STATUS IS FS-EMP.

                       SELECT ARQ-SOCIOS ASSIGN TO "ARQSOCIO"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SOC-CHAVE
                       ALTERNATE RECORD KEY IS SOC-CPF
                           WITH DUPLICATES
                       FILE STATUS IS FS-SOC.

       DATA DIVISION.
                           05 CPF-OUT-PONTUADO PIC X(14).
                           05 CPF-DATA-GERACAO PIC 9(08).

                   FD ARQ-MANIFESTO
                       LABEL RECORD STANDARD.

                       01 REG-MANIFESTO.
                           05 MF-DATA-EXEC     PIC 9(08).
                           05 MF-CPF-INICIO    PIC 9(11).
                           05 MF-CPF-LIMITE    PIC 9(11).
                           05 MF-QTD-CPF-VAL   PIC 9(11).
                           05 MF-QTD-CPF-DUP   PIC 9(11).
                           05 MF-QTD-CPF-BLK   PIC 9(11).
                           05 MF-NUM-RUN       PIC 9(10).
                           05 MF-OPERADOR      PIC X(08).
                           05 MF-MODO-GER      PIC 9(01).

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-MESTRE.

                       01 REG-CNPJ-ANT.
                           05 CNA-CNPJ           PIC X(14).
                           05 CNA-CNPJ-PONTUADO  PIC X(18).
                           05 CNA-DATA-GERACAO   PIC 9(08).

                   FD ARQ-BLACKLIST.

                       01 REG-CNPJ-BLK.
                           05 CBK-CNPJ          PIC X(14).
                           05 CBK-DATA-INCLUSAO PIC 9(08).

                   FD ARQ-EMPRESAS.

                       01 REG-EMPRESA.
                           05 EMP-CHAVE        PIC 9(10).
                           05 EMP-CNPJ         PIC X(14).
                           05 EMP-CNPJ-PONT    PIC X(18).
                           05 EMP-AREA         PIC X(08).
                           05 EMP-DATA-CRIACAO PIC 9(08).
                           05 EMP-QTD-SOCIOS   PIC 9(02).
                           05 EMP-OPERADOR     PIC X(08).

                   FD ARQ-SOCIOS.

                       01 REG-SOCIO.
                           05 SOC-CHAVE.
                               10 SOC-CHAVE-EMP PIC 9(10).
                               10 SOC-SEQ       PIC 9(02).
                           05 SOC-CPF          PIC 9(11).
                           05 SOC-CPF-PONT     PIC X(14).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-MF            PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-CNA           PIC X(02).
                   01 FS-CBK           PIC X(02).
                   01 FS-EMP           PIC X(02).
                   01 FS-SOC           PIC X(02).

                   01 QTD-EMPRESAS     PIC 9(04) VALUE ZERO.
                   01 QTD-SOCIOS-EMP   PIC 9(02) VALUE ZERO.
                   01 AREA-DONA        PIC X(08) VALUE SPACES.
                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).
                   01 DATA-EXPIRA-ALOC PIC 9(08) VALUE ZERO.
                   01 PRAZO-ALOC       PIC 9(04) VALUE ZERO.

                   01 HA-BLACKLIST-SW  PIC X(01) VALUE 'N'.
                       88 HA-BLACKLIST     VALUE 'S'.
                   01 ALOCADO-SW       PIC X(01) VALUE 'N'.
                       88 CPF-JA-ALOCADO   VALUE 'S'.
                   01 CNPJ-LIVRE-SW    PIC X(01) VALUE 'N'.
                       88 CNPJ-LIVRE       VALUE 'S'.
                   01 ARQ-FIM          PIC X(01) VALUE 'N'.
                       88 ARQ-ACABOU       VALUE 'S'.
                   01 ERRO-GER-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NO-GERADOR  VALUE 'S'.
                   01 ABERTO-SW        PIC X(01) VALUE 'N'.
                       88 REGISTRO-ABERTO  VALUE 'S'.

                   01 CNPJ             PIC 9(14) VALUE ZERO.
                   01 CNPJ-RED REDEFINES CNPJ.
                   01 CNPJ-VALIDO      PIC 9(01).
                   01 CNPJ-DIGITO-ERRO PIC 9(01).
                   01 CNPJ-DIGITO-ESP  PIC 9(01).
                   01 CNPJ-PONTUADO    PIC X(18).

                   01 DATA-CRIACAO     PIC 9(08) VALUE ZERO.
                   01 NUM-RUN-EXTRATO  PIC 9(10) VALUE ZERO.
                   01 CHAVE-EMPRESA    PIC 9(10) VALUE ZERO.
                   01 PRIMEIRA-CHAVE   PIC 9(10) VALUE ZERO.
                   01 SEQ-SERIE        PIC X(12) VALUE 'EMPRESA'.
                   01 SEQ-CHAMADOR     PIC X(08) VALUE 'EMPGER'.
                   01 SEQ-BLOCO        PIC 9(10) VALUE 1.
                   01 SEQ-INICIAL      PIC 9(10) VALUE ZERO.
                   01 SEQ-RC           PIC 9(01) VALUE ZERO.

      *            CPFs alocados para a empresa em montagem: so viram
      *            socios quando todos foram obtidos; senao as
      *            alocacoes sao devolvidas.
                   01 TAB-SOCIOS.
                       05 TAB-SOCIO OCCURS 99.
                           10 TSO-CPF          PIC 9(11).
                           10 TSO-CPF-PONT     PIC X(14).
                   01 QTD-ALOCADOS-EMP PIC 9(02) VALUE ZERO.

                   01 IND-EMPRESA      PIC 9(06).
                   01 IND-SOCIO        PIC 9(02).
                   01 QTD-EMP-GERADAS  PIC 9(06) VALUE ZERO.
                   01 QTD-SOC-GERADOS  PIC 9(08) VALUE ZERO.
                   01 QTD-CPF-PULADOS  PIC 9(08) VALUE ZERO.
                   01 QTD-CNPJ-PULADOS PIC 9(08) VALUE ZERO.
                   01 QTD-DEVOLVIDOS   PIC 9(04) VALUE ZERO.

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12).
                   01 TRAVA-PROGRAMA   PIC X(20)
                                       VALUE 'CNPJ-EMPRESA-GERADOR'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-ALO-SW     PIC X(01) VALUE 'N'.
                       88 ALOCACOES-TRAVADO VALUE 'S'.
                   01 TRAVA-CNA-SW     PIC X(01) VALUE 'N'.
                       88 MESTRE-TRAVADO   VALUE 'S'.

                   COPY OPERADOR.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NO-GERADOR
               PERFORM 1300-OBTER-CHAVES
           END-IF.
           IF NOT ERRO-NO-GERADOR
               PERFORM 2000-PROCESSAR
                   VARYING IND-EMPRESA FROM 1 BY 1
                   UNTIL IND-EMPRESA > QTD-EMPRESAS
                      OR ERRO-NO-GERADOR
           END-IF.
           IF REGISTRO-ABERTO
               PERFORM 3000-FINALIZAR
           END-IF.
           IF ALOCACOES-TRAVADO
               MOVE 'L' TO TRAVA-FUNCAO
               MOVE 'ARQALOC' TO TRAVA-ARQUIVO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE 'N' TO TRAVA-ALO-SW
           END-IF.
           IF MESTRE-TRAVADO
               MOVE 'L' TO TRAVA-FUNCAO
               MOVE 'ARQCNPJMST' TO TRAVA-ARQUIVO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE 'N' TO TRAVA-CNA-SW
           END-IF.

           GOBACK.

           MOVE 'ARQCPF2' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-GER-SW.
           MOVE 'N' TO ARQ-FIM.
           MOVE 'N' TO HA-BLACKLIST-SW.
           MOVE 'N' TO ABERTO-SW.
           MOVE ZERO TO QTD-EMP-GERADAS.
           MOVE ZERO TO QTD-SOC-GERADOS.
           MOVE ZERO TO QTD-CPF-PULADOS.
           MOVE ZERO TO QTD-CNPJ-PULADOS.
           MOVE ZERO TO QTD-DEVOLVIDOS.
           MOVE ZERO TO NUM-RUN-EXTRATO.
           ACCEPT DATA-CRIACAO FROM DATE YYYYMMDD.

           DISPLAY 'AREA DONA DAS EMPRESAS (ATE 8 CARACTERES) :'.
           ACCEPT AREA-DONA.
           CALL 'AREA-VALIDA' USING AREA-DONA AREA-NOME-CAD AREA-RC.
           IF AREA-RC NOT = 0
               DISPLAY 'GERACAO RECUSADA: AREA DONA INVALIDA.'
               MOVE 'S' TO ERRO-GER-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO PRAZO-ALOC
               CALL 'ALOC-VENCIMENTO' USING AREA-DONA DATA-CRIACAO
                                            DATA-EXPIRA-ALOC PRAZO-ALOC
           END-IF.

           DISPLAY 'QUANTIDADE DE EMPRESAS (0 = 10) :'.
           ACCEPT QTD-EMPRESAS.
           END-IF.

      *    O primeiro candidato segue o padrao historico do modo CNPJ
      *    de GERA-CPF-DAT (raiz 0001000, filial 0001); os ja
      *    emitidos por qualquer rodada sao pulados pelo mestre.
           MOVE 00010001000100 TO CNPJ-CANDIDATO.

           IF NOT ERRO-NO-GERADOR
               PERFORM 1050-TRAVAR-ARQUIVOS
           END-IF.
           IF NOT ERRO-NO-GERADOR
               PERFORM 1100-ABRIR-ENTRADAS
           END-IF.
           IF NOT ERRO-NO-GERADOR
               PERFORM 1200-ABRIR-REGISTRO
           END-IF.

       1050-TRAVAR-ARQUIVOS.
      *    Os dois mestres atualizados pela rodada; a trava ja obtida
      *    e liberada no fim mesmo quando a segunda e recusada.
           MOVE 'R' TO TRAVA-FUNCAO.
           MOVE 'ARQALOC' TO TRAVA-ARQUIVO.
           CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                  TRAVA-PROGRAMA TRAVA-RC.
           IF TRAVA-RC NOT = 0
               MOVE 'S' TO ERRO-GER-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               SET ALOCACOES-TRAVADO TO TRUE
               MOVE 'R' TO TRAVA-FUNCAO
               MOVE 'ARQCNPJMST' TO TRAVA-ARQUIVO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               IF TRAVA-RC NOT = 0
                   MOVE 'S' TO ERRO-GER-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET MESTRE-TRAVADO TO TRUE
               END-IF
           END-IF.

       1100-ABRIR-ENTRADAS.
      *    Extrato e manifesto (run de origem para ARQALOC), o
      *    registro de alocacoes e o mestre de CNPJs - I-O nas
      *    rodadas normais, criados vazios na primeira de todas - e
      *    a lista proibida, opcional como na geracao.
           OPEN INPUT ARQ-MANIFESTO.
           IF FS-MF = '00'
               READ ARQ-MANIFESTO
               IF FS-MF = '00'
                   MOVE MF-NUM-RUN TO NUM-RUN-EXTRATO
               END-IF
               CLOSE ARQ-MANIFESTO
           END-IF.

           OPEN INPUT ARQUIVO.
           PERFORM 9999-INTERPRETA-FS.
           IF NOT FS-OK
               MOVE 'S' TO ERRO-GER-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ARQ-ALOCACOES
               IF FS-ALO = '35'
                   OPEN OUTPUT ARQ-ALOCACOES
                   IF FS-ALO = '00'
                       CLOSE ARQ-ALOCACOES
                       OPEN I-O ARQ-ALOCACOES
                   END-IF
               END-IF
               IF FS-ALO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQALOC - FS ' FS-ALO
                   CLOSE ARQUIVO
                   MOVE 'S' TO ERRO-GER-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NO-GERADOR
               OPEN I-O ARQ-MESTRE
               IF FS-CNA = '35'
                   OPEN OUTPUT ARQ-MESTRE
                   IF FS-CNA = '00'
                       CLOSE ARQ-MESTRE
                       OPEN I-O ARQ-MESTRE
                   END-IF
               END-IF
               IF FS-CNA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQCNPJMST - FS ' FS-CNA
                   CLOSE ARQUIVO
                   CLOSE ARQ-ALOCACOES
                   MOVE 'S' TO ERRO-GER-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NO-GERADOR
               OPEN INPUT ARQ-BLACKLIST
               IF FS-CBK = '00'
                   SET HA-BLACKLIST TO TRUE
               END-IF
           END-IF.

       1200-ABRIR-REGISTRO.
      *    O registro de empresas e permanente: I-O no uso normal,
      *    criado vazio na primeira rodada de todas.
           OPEN I-O ARQ-EMPRESAS.
           IF FS-EMP = '35'
               OPEN OUTPUT ARQ-EMPRESAS
               IF FS-EMP = '00'
                   CLOSE ARQ-EMPRESAS
                   OPEN I-O ARQ-EMPRESAS
               END-IF
           END-IF.
           OPEN I-O ARQ-SOCIOS.
           IF FS-SOC = '35'
               OPEN OUTPUT ARQ-SOCIOS
               IF FS-SOC = '00'
                   CLOSE ARQ-SOCIOS
                   OPEN I-O ARQ-SOCIOS
               END-IF
           END-IF.
           IF FS-EMP NOT = '00' OR FS-SOC NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQEMPRESA/ARQSOCIO - FS '
                       FS-EMP '/' FS-SOC
               MOVE 'S' TO ERRO-GER-SW
               MOVE 8 TO RETURN-CODE
               PERFORM 3100-FECHAR-ARQUIVOS
           ELSE
               SET REGISTRO-ABERTO TO TRUE
           END-IF.

       1300-OBTER-CHAVES.
      *    Um bloco de chaves da serie EMPRESA para a rodada inteira;
      *    chaves de empresas que nao se completarem ficam como salto
      *    de numeracao. Corrida perdida na dispensacao (RC 4) ganha
      *    uma nova tentativa, como em CPF-ENTREGA.
           MOVE QTD-EMPRESAS TO SEQ-BLOCO.
           CALL 'SEQ-PROXIMO' USING SEQ-SERIE SEQ-BLOCO
                                    SEQ-INICIAL SEQ-CHAMADOR
                                    PRIMEIRA-CHAVE SEQ-RC.
           IF SEQ-RC = 4
               CALL 'SEQ-PROXIMO' USING SEQ-SERIE SEQ-BLOCO
                                        SEQ-INICIAL SEQ-CHAMADOR
                                        PRIMEIRA-CHAVE SEQ-RC
           END-IF.
           IF SEQ-RC NOT = 0
               DISPLAY 'FALHA AO OBTER CHAVES DE EMPRESA - RC '
                       SEQ-RC
               MOVE 'S' TO ERRO-GER-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESSAR.
           COMPUTE CHAVE-EMPRESA = PRIMEIRA-CHAVE + IND-EMPRESA - 1.
           PERFORM 2100-PROXIMO-CNPJ.
           IF NOT ERRO-NO-GERADOR
               PERFORM 2300-ALOCA-SOCIOS
           END-IF.
           IF NOT ERRO-NO-GERADOR
               PERFORM 2200-PONTUA-CNPJ
               PERFORM 2700-GRAVA-EMPRESA
           END-IF.

       2100-PROXIMO-CNPJ.
      *    Varre os candidatos a partir do ultimo usado ate o modulo
      *    comum aprovar o proximo CNPJ valido, como 5000-GERA-CNPJ
      *    faz - a diferenca e que aqui a varredura para no primeiro
      *    valido e livre e continua dali na proxima empresa.
           MOVE 'N' TO CNPJ-LIVRE-SW.
           PERFORM UNTIL CNPJ-LIVRE OR ERRO-NO-GERADOR
               MOVE 1 TO CNPJ-VALIDO
               PERFORM UNTIL CNPJ-VALIDO = 0 OR ERRO-NO-GERADOR
                   IF CNPJ-CANDIDATO = 99999999999999
                       DISPLAY 'CANDIDATOS A CNPJ ESGOTADOS.'
                       MOVE 'S' TO ERRO-GER-SW
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE CNPJ-CANDIDATO TO CNPJ
                       CALL 'CNPJ-CHECK-DIGIT' USING CNPJ-RED
                                                     CNPJ-VALIDO
                                                     CNPJ-DIGITO-ERRO
                                                     CNPJ-DIGITO-ESP
                       ADD 1 TO CNPJ-CANDIDATO
                   END-IF
               END-PERFORM
               IF NOT ERRO-NO-GERADOR
                   PERFORM 2150-VERIFICA-CNPJ-LIVRE
                   IF NOT CNPJ-LIVRE
                       ADD 1 TO QTD-CNPJ-PULADOS
                   END-IF
               END-IF
           END-PERFORM.

       2150-VERIFICA-CNPJ-LIVRE.
      *    Livre e o CNPJ fora da lista proibida, ainda nao emitido
      *    (mestre) e ainda nao usado por empresa do registro.
           SET CNPJ-LIVRE TO TRUE.
           IF HA-BLACKLIST
               MOVE CNPJ TO CBK-CNPJ
               READ ARQ-BLACKLIST KEY IS CBK-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO CNPJ-LIVRE-SW
               END-READ
           END-IF.
           IF CNPJ-LIVRE
               MOVE CNPJ TO CNA-CNPJ
               READ ARQ-MESTRE KEY IS CNA-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO CNPJ-LIVRE-SW
               END-READ
           END-IF.
           IF CNPJ-LIVRE
               MOVE CNPJ TO EMP-CNPJ
               READ ARQ-EMPRESAS KEY IS EMP-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO CNPJ-LIVRE-SW
               END-READ
           END-IF.

       2200-PONTUA-CNPJ.
           STRING DIGITO-CNPJ(1) DIGITO-CNPJ(2) '.'
                  DIGITO-CNPJ(3) DIGITO-CNPJ(4) DIGITO-CNPJ(5) '.'
                  DIGITO-CNPJ(9) DIGITO-CNPJ(10) DIGITO-CNPJ(11)
                  DIGITO-CNPJ(12) '-'
                  DIGITO-CNPJ(13) DIGITO-CNPJ(14)
                  DELIMITED BY SIZE INTO CNPJ-PONTUADO.

       2300-ALOCA-SOCIOS.
      *    Aloca em ARQALOC, em nome da area dona, um CPF livre para
      *    cada socio; faltando CPF no extrato, as alocacoes desta
      *    empresa sao devolvidas e a rodada para.
           MOVE ZERO TO QTD-ALOCADOS-EMP.
           PERFORM VARYING IND-SOCIO FROM 1 BY 1
                   UNTIL IND-SOCIO > QTD-SOCIOS-EMP
                      OR ERRO-NO-GERADOR
               PERFORM 2400-PROXIMO-CPF-LIVRE
               IF NOT ERRO-NO-GERADOR
                   ADD 1 TO QTD-ALOCADOS-EMP
                   MOVE CPF-OUT          TO TSO-CPF(QTD-ALOCADOS-EMP)
                   MOVE CPF-OUT-PONTUADO
                       TO TSO-CPF-PONT(QTD-ALOCADOS-EMP)
               END-IF
           END-PERFORM.
           IF ERRO-NO-GERADOR
               PERFORM 2800-DEVOLVE-ALOCACOES
           END-IF.

       2400-PROXIMO-CPF-LIVRE.
      *    Avanca pelo extrato ate o proximo CPF que a gravacao em
      *    ARQALOC aceite (chave duplicada = ja alocado, candidato
      *    pulado); cada CPF e usado em um unico socio na rodada (o
      *    cursor nunca volta).
           MOVE 'S' TO ALOCADO-SW.
           PERFORM UNTIL NOT CPF-JA-ALOCADO OR ERRO-NO-GERADOR
               PERFORM 2500-LER-EXTRATO
               IF NOT ERRO-NO-GERADOR
                   PERFORM 2600-TENTA-ALOCAR
                   IF CPF-JA-ALOCADO
                       ADD 1 TO QTD-CPF-PULADOS
                   END-IF
                   MOVE 8 TO RETURN-CODE
           END-READ.

       2600-TENTA-ALOCAR.
           MOVE 'N' TO ALOCADO-SW.
           MOVE SPACES          TO REG-ALOCACAO.
           MOVE CPF-OUT         TO ALO-CPF.
           MOVE AREA-DONA       TO ALO-AREA.
           MOVE DATA-CRIACAO    TO ALO-DATA.
           MOVE NUM-RUN-EXTRATO TO ALO-NUM-RUN.
           MOVE DATA-EXPIRA-ALOC TO ALO-DATA-EXPIRA.
           MOVE ZERO            TO ALO-QTD-RENOV.
           WRITE REG-ALOCACAO.
           IF FS-ALO NOT = '00'
               IF FS-ALO = '22'
                   MOVE 'S' TO ALOCADO-SW
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO EM ARQALOC - FS ' FS-ALO
                   MOVE 'S' TO ERRO-GER-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2700-GRAVA-EMPRESA.
      *    Socios primeiro, depois a empresa e por fim o CNPJ no
      *    mestre de emitidos; a empresa so existe no registro com
      *    todos os socios gravados.
           PERFORM VARYING IND-SOCIO FROM 1 BY 1
                   UNTIL IND-SOCIO > QTD-ALOCADOS-EMP
                      OR ERRO-NO-GERADOR
               MOVE SPACES                 TO REG-SOCIO
               MOVE CHAVE-EMPRESA          TO SOC-CHAVE-EMP
               MOVE IND-SOCIO              TO SOC-SEQ
               MOVE TSO-CPF(IND-SOCIO)     TO SOC-CPF
               MOVE TSO-CPF-PONT(IND-SOCIO) TO SOC-CPF-PONT
               WRITE REG-SOCIO
               IF FS-SOC = '00'
                   ADD 1 TO QTD-SOC-GERADOS
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO EM ARQSOCIO - FS ' FS-SOC
                   MOVE 'S' TO ERRO-GER-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

           IF NOT ERRO-NO-GERADOR
               MOVE SPACES            TO REG-EMPRESA
               MOVE CHAVE-EMPRESA     TO EMP-CHAVE
               MOVE CNPJ              TO EMP-CNPJ
               MOVE CNPJ-PONTUADO     TO EMP-CNPJ-PONT
               MOVE AREA-DONA         TO EMP-AREA
               MOVE DATA-CRIACAO      TO EMP-DATA-CRIACAO
               MOVE QTD-ALOCADOS-EMP  TO EMP-QTD-SOCIOS
               IF OPR-SESSAO-CODIGO = SPACES
                       OR OPR-SESSAO-CODIGO = LOW-VALUES
                   MOVE 'LOTE'        TO EMP-OPERADOR
               ELSE
                   MOVE OPR-SESSAO-CODIGO TO EMP-OPERADOR
               END-IF
               WRITE REG-EMPRESA
               IF FS-EMP = '00'
                   ADD 1 TO QTD-EMP-GERADAS
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO EM ARQEMPRESA - FS '
                           FS-EMP
                   MOVE 'S' TO ERRO-GER-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NO-GERADOR
               MOVE SPACES        TO REG-CNPJ-ANT
               MOVE CNPJ          TO CNA-CNPJ
               MOVE CNPJ-PONTUADO TO CNA-CNPJ-PONTUADO
               MOVE DATA-CRIACAO  TO CNA-DATA-GERACAO
               WRITE REG-CNPJ-ANT
               IF FS-CNA NOT = '00'
                   DISPLAY 'ERRO DE GRAVACAO EM ARQCNPJMST - FS '
                           FS-CNA
                   MOVE 'S' TO ERRO-GER-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2800-DEVOLVE-ALOCACOES.
      *    Desfaz as alocacoes da empresa incompleta, para os CPFs
      *    voltarem livres a proxima rodada.
           PERFORM VARYING IND-SOCIO FROM 1 BY 1
                   UNTIL IND-SOCIO > QTD-ALOCADOS-EMP
               MOVE TSO-CPF(IND-SOCIO) TO ALO-CPF
               DELETE ARQ-ALOCACOES RECORD
                   INVALID KEY
                       DISPLAY 'ALOCACAO DO CPF ' ALO-CPF
                               ' NAO ENCONTRADA NA DEVOLUCAO.'
                   NOT INVALID KEY
                       ADD 1 TO QTD-DEVOLVIDOS
               END-DELETE
           END-PERFORM.
           MOVE ZERO TO QTD-ALOCADOS-EMP.

       3000-FINALIZAR.
           PERFORM 3100-FECHAR-ARQUIVOS.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'AREA DONA: ' AREA-DONA.
           DISPLAY QTD-EMP-GERADAS ' EMPRESAS GERADAS.'.
           DISPLAY QTD-SOC-GERADOS ' SOCIOS GERADOS.'.
           DISPLAY QTD-CPF-PULADOS ' CPFS PULADOS (JA ALOCADOS).'.
           DISPLAY QTD-CNPJ-PULADOS ' CNPJS PULADOS (PROIBIDOS OU '
                   'JA EMITIDOS).'.
           IF QTD-DEVOLVIDOS > ZERO
               DISPLAY QTD-DEVOLVIDOS ' ALOCACOES DEVOLVIDAS DE '
                       'EMPRESA INCOMPLETA.'
           END-IF.

       3100-FECHAR-ARQUIVOS.
           CLOSE ARQUIVO.
           CLOSE ARQ-ALOCACOES.
           CLOSE ARQ-MESTRE.
           IF HA-BLACKLIST
               CLOSE ARQ-BLACKLIST
           END-IF.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.

       COPY FS-VERIFICA.
