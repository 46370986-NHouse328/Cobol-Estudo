      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Gerador de pessoas sinteticas completas para os
      *            fluxos de cadastro: toma CPFs de ARQCPF2 ainda nao
      *            alocados, registra cada um em ARQALOC em nome da
      *            area solicitante (como CPF-ALOCACAO) e grava em
      *            ARQPESSOA a pessoa inteira - nome, sexo, nascimento
      *            dentro da faixa etaria pedida, nome da mae,
      *            endereco com UF da regiao fiscal do CPF, CEP da
      *            faixa da UF e telefone no DDD dela - montada pelo
      *            modulo PESSOA-SINTETICA. As squads param de montar
      *            pessoas em planilha, com registros contraditorios.
      *            Modo 2 regera ARQPESSOA para os CPFs ja alocados a
      *            uma area, com a data da alocacao como referencia da
      *            idade e a faixa etaria gravada na geracao original
      *            (ARQPESFAIXA): o mesmo CPF volta sempre como a mesma
      *            pessoa.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo.
      *   - No modo 1 a area solicitante passa pela conferencia
      *     AREA-VALIDA contra o cadastro de areas (nao cadastrada ou
      *     inativa recusa com RC 8) e as alocacoes gravam o codigo em
      *     maiusculas. O modo 2 so regera pessoas de alocacoes ja
      *     feitas e segue aceitando o codigo como foi gravado.
      *   - Cada alocacao grava o vencimento (ALO-DATA-EXPIRA) pelo
      *     prazo padrao da area, via ALOC-VENCIMENTO; area sem prazo
      *     grava zero, sem vencer.
      *   - Registra a trava de uso exclusivo de ARQALOC (TRAVA-ARQ)
      *     antes de abrir o arquivo para atualizacao no modo 1 e a
      *     libera no fim; com o arquivo em uso por outro programa a
      *     geracao e recusada.
      *   - A faixa etaria de cada pessoa gerada no modo 1 fica
      *     gravada por CPF no indexado ARQPESFAIXA (e no proprio
      *     registro de ARQPESSOA); o modo 2 nao pergunta mais a
      *     faixa e regera cada CPF com a faixa gravada. CPF gerado
      *     antes da gravacao da faixa e regerado com a faixa padrao
      *     de 18 a 65 e contado a parte no resumo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-PESSOA-GERADOR.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQUIVO ASSIGN TO "ARQCPF2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CPF-OUT
                       ALTERNATE RECORD KEY IS CPF-DATA-GERACAO
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

                       SELECT ARQ-PESSOAS ASSIGN TO "ARQPESSOA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PES.

                       SELECT ARQ-FAIXAS ASSIGN TO "ARQPESFAIXA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FXA-CPF
                       FILE STATUS IS FS-FXA.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQUIVO.

                       01 REG-ARQUIVO.
                           05 CPF-OUT          PIC 9(11).
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
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-PESSOAS
                       LABEL RECORD STANDARD.

                       01 REG-PESSOA.
                           COPY PESSOA.

                   FD ARQ-FAIXAS.

                       01 REG-FAIXA.
                           05 FXA-CPF          PIC 9(11).
                           05 FXA-IDADE-MIN    PIC 9(03).
                           05 FXA-IDADE-MAX    PIC 9(03).
                           05 FXA-AREA         PIC X(08).
                           05 FXA-DATA         PIC 9(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-MF            PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-PES           PIC X(02).
                   01 FS-FXA           PIC X(02).

                   01 MODO-PESSOA      PIC 9(01) VALUE 1.
                       88 MODO-ALOCAR      VALUE 1.
                       88 MODO-REGERAR     VALUE 2.

                   01 AREA-PEDIDA      PIC X(08) VALUE SPACES.
                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).
                   01 DATA-EXPIRA-ALOC PIC 9(08) VALUE ZERO.
                   01 PRAZO-ALOC       PIC 9(04) VALUE ZERO.
                   01 QTD-PEDIDA       PIC 9(07) VALUE ZERO.
                   01 IDADE-MIN        PIC 9(03) VALUE ZERO.
                   01 IDADE-MAX        PIC 9(03) VALUE ZERO.

                   01 ARQ-FIM          PIC X(01) VALUE 'N'.
                       88 ARQ-ACABOU       VALUE 'S'.
                   01 ALO-FIM          PIC X(01) VALUE 'N'.
                       88 ALO-ACABOU       VALUE 'S'.
                   01 ERRO-PES-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NO-GERADOR  VALUE 'S'.

                   01 DATA-ALOCACAO    PIC 9(08) VALUE ZERO.
                   01 DATA-REFERENCIA  PIC 9(08) VALUE ZERO.
                   01 NUM-RUN-EXTRATO  PIC 9(10) VALUE ZERO.
                   01 CPF-PESSOA       PIC 9(11) VALUE ZERO.
                   01 QTD-GERADAS      PIC 9(07) VALUE ZERO.
                   01 QTD-JA-ALOCADOS  PIC 9(09) VALUE ZERO.
                   01 QTD-SEM-FAIXA    PIC 9(07) VALUE ZERO.
                   01 FAIXAS-SW        PIC X(01) VALUE 'N'.
                       88 FAIXAS-ABERTO    VALUE 'S'.

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE 'ARQALOC'.
                   01 TRAVA-PROGRAMA   PIC X(20)
                                       VALUE 'CPF-PESSOA-GERADOR'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-SW         PIC X(01) VALUE 'N'.
                       88 ARQUIVO-TRAVADO  VALUE 'S'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NO-GERADOR
               IF MODO-ALOCAR
                   PERFORM 2000-ALOCA-E-GERA
               ELSE
                   PERFORM 4000-REGERA-AREA
               END-IF
               PERFORM 3000-FINALIZAR
           END-IF.
           IF ARQUIVO-TRAVADO
               MOVE 'L' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE 'N' TO TRAVA-SW
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'PESSOGER' TO ERR-PROGRAMA.
           MOVE 'ARQCPF2' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-PES-SW.
           MOVE 'N' TO ARQ-FIM.
           MOVE 'N' TO ALO-FIM.
           MOVE ZERO TO QTD-GERADAS.
           MOVE ZERO TO QTD-JA-ALOCADOS.
           MOVE ZERO TO QTD-SEM-FAIXA.
           MOVE 'N' TO FAIXAS-SW.
           MOVE ZERO TO NUM-RUN-EXTRATO.
           ACCEPT DATA-ALOCACAO FROM DATE YYYYMMDD.

           DISPLAY 'MODO (1=ALOCAR CPFS E GERAR  2=REGERAR PESSOAS '
                   'DA AREA) :'.
           ACCEPT MODO-PESSOA.
           IF MODO-PESSOA NOT = 2
               MOVE 1 TO MODO-PESSOA
           END-IF.

           DISPLAY 'AREA SOLICITANTE (ATE 8 CARACTERES) :'.
           ACCEPT AREA-PEDIDA.
           IF AREA-PEDIDA = SPACES
               DISPLAY 'AREA SOLICITANTE OBRIGATORIA.'
               MOVE 'S' TO ERRO-PES-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF MODO-ALOCAR AND NOT ERRO-NO-GERADOR
               CALL 'AREA-VALIDA' USING AREA-PEDIDA AREA-NOME-CAD
                                        AREA-RC
               IF AREA-RC NOT = 0
                   DISPLAY 'ALOCACAO RECUSADA: AREA SOLICITANTE '
                           'INVALIDA.'
                   MOVE 'S' TO ERRO-PES-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO PRAZO-ALOC
                   CALL 'ALOC-VENCIMENTO' USING AREA-PEDIDA
                                                DATA-ALOCACAO
                                                DATA-EXPIRA-ALOC
                                                PRAZO-ALOC
               END-IF
           END-IF.

           IF MODO-ALOCAR
               DISPLAY 'QUANTIDADE DE PESSOAS (0 = 100) :'
               ACCEPT QTD-PEDIDA
               IF QTD-PEDIDA = ZERO
                   MOVE 100 TO QTD-PEDIDA
               END-IF
           END-IF.

      *    A faixa etaria so e pedida na geracao; a regeracao usa a
      *    de cada CPF gravada em ARQPESFAIXA.
           IF MODO-ALOCAR
               DISPLAY 'IDADE MINIMA (0 = 18) :'
               ACCEPT IDADE-MIN
               IF IDADE-MIN = ZERO
                   MOVE 18 TO IDADE-MIN
               END-IF
               DISPLAY 'IDADE MAXIMA (0 = 65) :'
               ACCEPT IDADE-MAX
               IF IDADE-MAX = ZERO
                   MOVE 65 TO IDADE-MAX
               END-IF
               IF IDADE-MIN > IDADE-MAX OR IDADE-MAX > 120
                   DISPLAY 'FAIXA ETARIA INVALIDA: ' IDADE-MIN ' A '
                           IDADE-MAX
                   MOVE 'S' TO ERRO-PES-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NO-GERADOR
               IF MODO-ALOCAR
                   PERFORM 1100-ABRIR-ALOCACAO
                       THRU 1100-ABRIR-ALOCACAO-EXIT
               ELSE
                   PERFORM 1200-ABRIR-REGERACAO
               END-IF
           END-IF.

           IF NOT ERRO-NO-GERADOR
               OPEN OUTPUT ARQ-PESSOAS
               IF FS-PES NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQPESSOA - FS ' FS-PES
                   IF MODO-ALOCAR
                       CLOSE ARQUIVO
                   END-IF
                   CLOSE ARQ-ALOCACOES
                   IF FAIXAS-ABERTO
                       CLOSE ARQ-FAIXAS
                   END-IF
                   MOVE 'S' TO ERRO-PES-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1100-ABRIR-ALOCACAO.
      *    Extrato, manifesto (run de origem para ARQALOC) e o
      *    registro de alocacoes, como em CPF-ALOCACAO: I-O nas
      *    rodadas normais, criado vazio na primeira de todas.
           OPEN INPUT ARQ-MANIFESTO.
           IF FS-MF = '00'
               READ ARQ-MANIFESTO
               IF FS-MF = '00'
                   MOVE MF-NUM-RUN TO NUM-RUN-EXTRATO
               END-IF
               CLOSE ARQ-MANIFESTO
           END-IF.

           MOVE 'R' TO TRAVA-FUNCAO.
           CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                  TRAVA-PROGRAMA TRAVA-RC.
           IF TRAVA-RC NOT = 0
               MOVE 'S' TO ERRO-PES-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-ABRIR-ALOCACAO-EXIT
           END-IF.
           SET ARQUIVO-TRAVADO TO TRUE.

           OPEN INPUT ARQUIVO.
           PERFORM 9999-INTERPRETA-FS.
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQCPF2 - ' FS-MENSAGEM
               MOVE 'S' TO ERRO-PES-SW
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
                   MOVE 'S' TO ERRO-PES-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    Faixas etarias por CPF: I-O, criado vazio na primeira
      *    geracao de todas.
           IF NOT ERRO-NO-GERADOR
               OPEN I-O ARQ-FAIXAS
               IF FS-FXA = '35'
                   OPEN OUTPUT ARQ-FAIXAS
                   IF FS-FXA = '00'
                       CLOSE ARQ-FAIXAS
                       OPEN I-O ARQ-FAIXAS
                   END-IF
               END-IF
               IF FS-FXA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQPESFAIXA - FS ' FS-FXA
                   CLOSE ARQUIVO
                   CLOSE ARQ-ALOCACOES
                   MOVE 'S' TO ERRO-PES-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET FAIXAS-ABERTO TO TRUE
               END-IF
           END-IF.

       1100-ABRIR-ALOCACAO-EXIT.
           EXIT.

       1200-ABRIR-REGERACAO.
      *    Na regeracao a fonte e so o registro de alocacoes; sem ele
      *    nao ha o que regerar. Sem ARQPESFAIXA (nenhuma geracao
      *    desde que a faixa passou a ser gravada) toda pessoa sai
      *    com a faixa padrao.
           OPEN INPUT ARQ-ALOCACOES.
           IF FS-ALO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQALOC - FS ' FS-ALO
               MOVE 'S' TO ERRO-PES-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-FAIXAS
               IF FS-FXA = '00'
                   SET FAIXAS-ABERTO TO TRUE
               ELSE
                   IF FS-FXA NOT = '35'
                       DISPLAY 'ERRO AO ABRIR ARQPESFAIXA - FS '
                               FS-FXA
                       CLOSE ARQ-ALOCACOES
                       MOVE 'S' TO ERRO-PES-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2000-ALOCA-E-GERA.
      *    Avanca pelo extrato ate completar a quantidade pedida; a
      *    propria gravacao em ARQALOC decide se o CPF esta livre
      *    (chave duplicada = ja alocado, candidato pulado).
           PERFORM UNTIL QTD-GERADAS = QTD-PEDIDA OR ARQ-ACABOU
                      OR ERRO-NO-GERADOR
               PERFORM 2100-LER-EXTRATO
               IF NOT ARQ-ACABOU
                   PERFORM 2200-TENTA-ALOCAR
               END-IF
           END-PERFORM.
           IF QTD-GERADAS < QTD-PEDIDA AND NOT ERRO-NO-GERADOR
               DISPLAY 'EXTRATO ESGOTADO COM ' QTD-GERADAS ' DE '
                       QTD-PEDIDA ' PESSOAS.'
               MOVE 8 TO RETURN-CODE
           END-IF.

       2100-LER-EXTRATO.
           READ ARQUIVO NEXT RECORD
               AT END
                   SET ARQ-ACABOU TO TRUE
           END-READ.

       2200-TENTA-ALOCAR.
           MOVE SPACES          TO REG-ALOCACAO.
           MOVE CPF-OUT         TO ALO-CPF.
           MOVE AREA-PEDIDA     TO ALO-AREA.
           MOVE DATA-ALOCACAO   TO ALO-DATA.
           MOVE NUM-RUN-EXTRATO TO ALO-NUM-RUN.
           MOVE DATA-EXPIRA-ALOC TO ALO-DATA-EXPIRA.
           MOVE ZERO            TO ALO-QTD-RENOV.
           WRITE REG-ALOCACAO.
           IF FS-ALO = '00'
               MOVE CPF-OUT       TO CPF-PESSOA
               MOVE DATA-ALOCACAO TO DATA-REFERENCIA
               PERFORM 2300-GRAVA-FAIXA
               IF NOT ERRO-NO-GERADOR
                   PERFORM 5000-GRAVA-PESSOA
               END-IF
           ELSE
               IF FS-ALO = '22'
                   ADD 1 TO QTD-JA-ALOCADOS
               ELSE
                   DISPLAY 'ERRO DE GRAVACAO EM ARQALOC - FS ' FS-ALO
                   MOVE 'S' TO ERRO-PES-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2300-GRAVA-FAIXA.
      *    CPF devolvido e realocado ganha pessoa nova: a faixa da
      *    alocacao anterior e substituida.
           MOVE CPF-OUT       TO FXA-CPF.
           MOVE IDADE-MIN     TO FXA-IDADE-MIN.
           MOVE IDADE-MAX     TO FXA-IDADE-MAX.
           MOVE AREA-PEDIDA   TO FXA-AREA.
           MOVE DATA-ALOCACAO TO FXA-DATA.
           WRITE REG-FAIXA.
           IF FS-FXA = '22'
               REWRITE REG-FAIXA
           END-IF.
           IF FS-FXA NOT = '00'
               DISPLAY 'ERRO DE GRAVACAO EM ARQPESFAIXA - FS ' FS-FXA
               MOVE 'S' TO ERRO-PES-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-FINALIZAR.
           IF MODO-ALOCAR
               CLOSE ARQUIVO
           END-IF.
           CLOSE ARQ-ALOCACOES.
           CLOSE ARQ-PESSOAS.
           IF FAIXAS-ABERTO
               CLOSE ARQ-FAIXAS
               MOVE 'N' TO FAIXAS-SW
           END-IF.
           DISPLAY '-------------------------------------------'.
           IF MODO-ALOCAR
               DISPLAY 'AREA ' AREA-PEDIDA ' - FAIXA ETARIA '
                       IDADE-MIN ' A ' IDADE-MAX
           ELSE
               DISPLAY 'AREA ' AREA-PEDIDA ' - FAIXA ETARIA GRAVADA '
                       'DE CADA CPF'
           END-IF.
           DISPLAY QTD-GERADAS ' PESSOAS GRAVADAS EM ARQPESSOA.'.
           IF MODO-ALOCAR
               DISPLAY QTD-JA-ALOCADOS ' CPFS PULADOS (JA ALOCADOS).'
           ELSE
               IF QTD-SEM-FAIXA NOT = ZERO
                   DISPLAY QTD-SEM-FAIXA ' SEM FAIXA GRAVADA '
                           '(REGERADOS COM 18 A 65).'
               END-IF
           END-IF.

       4000-REGERA-AREA.
      *    Percorre ARQALOC inteiro e regera a pessoa de cada CPF da
      *    area, com a data da alocacao como referencia da idade e a
      *    faixa etaria gravada para o CPF.
           MOVE ZERO TO ALO-CPF.
           START ARQ-ALOCACOES KEY NOT LESS THAN ALO-CPF
               INVALID KEY
                   SET ALO-ACABOU TO TRUE
           END-START.
           PERFORM 4100-LER-ALOCACAO.
           PERFORM UNTIL ALO-ACABOU
               IF ALO-AREA = AREA-PEDIDA
                   MOVE ALO-CPF  TO CPF-PESSOA
                   MOVE ALO-DATA TO DATA-REFERENCIA
                   PERFORM 4200-BUSCA-FAIXA
                   PERFORM 5000-GRAVA-PESSOA
               END-IF
               PERFORM 4100-LER-ALOCACAO
           END-PERFORM.
           IF QTD-GERADAS = ZERO
               DISPLAY 'NENHUM CPF ALOCADO A AREA ' AREA-PEDIDA '.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-LER-ALOCACAO.
           IF NOT ALO-ACABOU
               READ ARQ-ALOCACOES NEXT RECORD
                   AT END
                       SET ALO-ACABOU TO TRUE
               END-READ
           END-IF.

       4200-BUSCA-FAIXA.
           MOVE 18 TO IDADE-MIN.
           MOVE 65 TO IDADE-MAX.
           IF FAIXAS-ABERTO
               MOVE ALO-CPF TO FXA-CPF
               READ ARQ-FAIXAS
                   INVALID KEY
                       ADD 1 TO QTD-SEM-FAIXA
                   NOT INVALID KEY
                       MOVE FXA-IDADE-MIN TO IDADE-MIN
                       MOVE FXA-IDADE-MAX TO IDADE-MAX
               END-READ
           ELSE
               ADD 1 TO QTD-SEM-FAIXA
           END-IF.

       5000-GRAVA-PESSOA.
           CALL 'PESSOA-SINTETICA' USING CPF-PESSOA DATA-REFERENCIA
                                         IDADE-MIN IDADE-MAX
                                         REG-PESSOA.
           MOVE AREA-PEDIDA TO PES-AREA.
           WRITE REG-PESSOA.
           IF FS-PES NOT = '00'
               DISPLAY 'ERRO DE GRAVACAO EM ARQPESSOA - FS ' FS-PES
               MOVE 'S' TO ERRO-PES-SW
               MOVE 8 TO RETURN-CODE
               SET ALO-ACABOU TO TRUE
           ELSE
               ADD 1 TO QTD-GERADAS
           END-IF.

       COPY FS-VERIFICA.
