      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Torneio eliminatorio da copa do jogo da velha, no
      *            lugar do sorteio no chapeu e da chave no quadro
      *            branco: inscreve os jogadores a partir de
      *            OPERADORES, sorteia a chave (com folga na primeira
      *            rodada quando o numero de inscritos nao e potencia
      *            de dois), diz ao JOGO-DA-VELHA quem joga a proxima
      *            partida e le o resultado de volta de VELHAPLACAR,
      *            onde cada partida do torneio sai carimbada com o
      *            numero do torneio e o da partida: vitoria avanca o
      *            vencedor, velha manda repetir a partida. A chave e
      *            a classificacao podem ser exibidas a qualquer
      *            momento.
      *
      *            VELHATORN guarda so o que nao se deduz do placar:
      *            um cabecalho por torneio (T: data, tamanho da chave,
      *            organizador e descricao) e um registro por inscrito
      *            (I: a vaga sorteada na chave). O andamento e sempre
      *            refeito lendo VELHAPLACAR em ordem cronologica, entao
      *            a chave nunca discorda do placar.
      *
      *            Partidas numeradas rodada a rodada: a primeira rodada
      *            ocupa as partidas 1 a chave/2, e os vencedores das
      *            partidas 2k-1 e 2k de uma rodada se enfrentam na
      *            partida k da rodada seguinte - o vencedor da impar
      *            joga de X na primeira tentativa; a cada velha os
      *            lados trocam.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, na opcao 28 do menu de operacoes. Ate 32
      *     inscritos por torneio (chave de 32, cinco rodadas).
      ******************************************************************
           IDENTIFICATION DIVISION.
               PROGRAM-ID. VELHA-TORNEIO.

           ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-TORNEIO ASSIGN TO "VELHATORN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-TORNEIO.

                       SELECT ARQ-PLACAR ASSIGN TO "VELHAPLACAR"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PLACAR.

                       SELECT ARQ-OPERADORES ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-OPERADORES.

           DATA DIVISION.
               FILE SECTION.
                   FD ARQ-TORNEIO
                       LABEL RECORD STANDARD.

                       01 REG-TORNEIO.
                           05 TRN-TORNEIO      PIC 9(04).
                           05 FILLER           PIC X(01).
                           05 TRN-TIPO         PIC X(01).
                               88 TRN-CABECALHO    VALUE 'T'.
                               88 TRN-INSCRITO     VALUE 'I'.
                           05 FILLER           PIC X(01).
                           05 TRN-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 TRN-POSICAO      PIC 9(03).
                           05 FILLER           PIC X(01).
                           05 TRN-CODIGO       PIC X(08).
                           05 FILLER           PIC X(01).
                           05 TRN-NOME         PIC X(30).

                   FD ARQ-PLACAR
                       LABEL RECORD STANDARD.

                       01 REG-PLACAR.
                           05 PLACAR-DATA      PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 PLACAR-VENCEDOR  PIC X(01).
                           05 FILLER           PIC X(01).
                           05 PLACAR-RESULTADO PIC X(20).
                           05 FILLER           PIC X(01).
                           05 PLACAR-JOGADOR-X PIC X(08).
                           05 FILLER           PIC X(01).
                           05 PLACAR-JOGADOR-O PIC X(08).
                           05 FILLER           PIC X(01).
                           05 PLACAR-TORNEIO   PIC 9(04).
                           05 FILLER           PIC X(01).
                           05 PLACAR-JOGO      PIC 9(03).

                   FD ARQ-OPERADORES
                       LABEL RECORD STANDARD.

                       01 REG-OPERADOR.
                           COPY OPRCAD.

               WORKING-STORAGE SECTION.

                   01 FS-TORNEIO           PIC X(02).
                   01 FS-PLACAR            PIC X(02).
                   01 FS-OPERADORES        PIC X(02).
                   01 FS-GRAVACAO          PIC X(02).

                   01 TORNEIO-FIM          PIC X(01) VALUE 'N'.
                       88 TORNEIO-ACABOU       VALUE 'S'.
                   01 PLACAR-FIM           PIC X(01) VALUE 'N'.
                       88 PLACAR-ACABOU        VALUE 'S'.
                   01 OPR-FIM              PIC X(01) VALUE 'N'.
                       88 OPR-ACABOU           VALUE 'S'.
                   01 SAIR-SW              PIC X(01) VALUE 'N'.
                       88 SAIR-TORNEIO         VALUE 'S'.
                   01 CARREGADO-SW         PIC X(01) VALUE 'N'.
                       88 TORNEIO-CARREGADO    VALUE 'S'.

                   01 OPCAO-TORNEIO        PIC 9(01) VALUE ZERO.
                   01 RESPOSTA             PIC X(01).
                   01 CODIGO-DIGITADO      PIC X(08).
                   01 DATA-HOJE            PIC 9(08) VALUE ZERO.

      *            Torneio em uso: o escolhido pelo operador (0 = o
      *            ultimo aberto) ou o recem-sorteado.
                   01 TORNEIO-PEDIDO       PIC 9(04) VALUE ZERO.
                   01 TORNEIO-ESCOLHIDO    PIC 9(04) VALUE ZERO.
                   01 MAIOR-TORNEIO        PIC 9(04) VALUE ZERO.
                   01 TOR-DESCRICAO        PIC X(30) VALUE SPACES.
                   01 TOR-DATA             PIC 9(08) VALUE ZERO.
                   01 TOR-ORGANIZADOR      PIC X(08) VALUE SPACES.

      *            Operadores ativos, para a inscricao.
                   01 TAB-ATIVOS.
                       05 TAB-ATIVO OCCURS 200 TIMES.
                           10 TA-CODIGO    PIC X(08).
                           10 TA-NOME      PIC X(30).
                   01 QTD-ATIVOS           PIC 9(03) VALUE ZERO.
                   01 IND-ATIVO            PIC 9(03).
                   01 ATIVO-ACHADO         PIC 9(03) VALUE ZERO.

                   01 TAB-INSCRITOS.
                       05 TAB-INSCRITO OCCURS 32 TIMES.
                           10 TI-CODIGO    PIC X(08).
                           10 TI-NOME      PIC X(30).
                           10 TI-VAGA      PIC 9(02).
                   01 INSCRITO-TROCA.
                       05 IT-CODIGO        PIC X(08).
                       05 IT-NOME          PIC X(30).
                       05 IT-VAGA          PIC 9(02).
                   01 QTD-INSCRITOS        PIC 9(02) VALUE ZERO.
                   01 IND-INSC             PIC 9(02).
                   01 IND-SORTEIO          PIC 9(02).
                   01 INSCRITO-ACHADO      PIC 9(02) VALUE ZERO.
                   01 SEMENTE              PIC 9(08).
                   01 ALEATORIO            PIC 9(01)V9(09).

      *            Chave: vaga sorteada de cada inscrito (branco =
      *            folga) e as partidas, rodada a rodada.
                   01 TAB-VAGAS.
                       05 TV-CODIGO        PIC X(08) OCCURS 32 TIMES.
                   01 TAM-CHAVE            PIC 9(02) VALUE ZERO.
                   01 QTD-RODADAS          PIC 9(01) VALUE ZERO.
                   01 QTD-FOLGAS           PIC 9(02) VALUE ZERO.
                   01 QTD-JOGOS            PIC 9(02) VALUE ZERO.
                   01 TAB-JOGOS.
                       05 TAB-JOGO OCCURS 31 TIMES.
                           10 TG-RODADA    PIC 9(01).
                           10 TG-JOGADOR   PIC X(08) OCCURS 2 TIMES.
                           10 TG-VENCEDOR  PIC X(08).
                           10 TG-VELHAS    PIC 9(03).
                           10 TG-FOLGA     PIC X(01).
                           10 TG-PROXIMO   PIC 9(02).
                           10 TG-VAGA-PROX PIC 9(01).
                   01 IND-JOGO             PIC 9(02).
                   01 IND-ANTERIOR         PIC 9(02).
                   01 IND-LADO             PIC 9(01).
                   01 IND-RODADA           PIC 9(01).
                   01 IND-K                PIC 9(02).
                   01 JOGOS-NA-RODADA      PIC 9(02).
                   01 BASE-RODADA          PIC 9(02).
                   01 METADE               PIC 9(02).
                   01 ORDEM-FOLGA          PIC 9(02).
                   01 PROXIMO-JOGO         PIC 9(02) VALUE ZERO.
                   01 JOGO-JOGADO          PIC 9(02) VALUE ZERO.
                   01 CAMPEAO              PIC X(08) VALUE SPACES.
                   01 VELHAS-ANTES         PIC 9(03) VALUE ZERO.
                   01 CODIGO-VENCEDOR      PIC X(08).

      *            Exibicao da chave e da classificacao.
                   01 NOME-RODADA          PIC X(16).
                   01 LADO-EXIB            PIC X(08) OCCURS 2 TIMES.
                   01 JOGO-EXIB            PIC 9(02).
                   01 VELHAS-EXIB          PIC ZZ9.
                   01 LINHA-CHAVE          PIC X(72).
                   01 SITUACAO-JOGO        PIC X(26).
                   01 COLOCACAO            PIC 9(02).
                   01 VAGAS-ACIMA          PIC 9(02).
                   01 COLOCACAO-EXIB       PIC Z9.
                   01 CODIGO-PROCURADO     PIC X(08).
                   01 NOME-ACHADO          PIC X(30).
                   01 CODIGO-PERDEDOR      PIC X(08).

                   COPY OPERADOR.
                   COPY VELHATOR.

           PROCEDURE DIVISION.
               MAIN-PROCEDURE.

                   MOVE 'N' TO SAIR-SW.
                   MOVE 'N' TO CARREGADO-SW.
                   ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

                   PERFORM UNTIL SAIR-TORNEIO
                       DISPLAY '--------------------------------------'
                       DISPLAY ' TORNEIO DO JOGO DA VELHA'
                       DISPLAY '--------------------------------------'
                       DISPLAY ' 1 - NOVO TORNEIO (INSCRICAO E SORTEIO)'
                       DISPLAY ' 2 - JOGAR A PROXIMA PARTIDA'
                       DISPLAY ' 3 - CHAVE DO TORNEIO'
                       DISPLAY ' 4 - CLASSIFICACAO'
                       DISPLAY ' 0 - SAIR'
                       DISPLAY 'OPCAO :'
                       ACCEPT OPCAO-TORNEIO
                       IF OPCAO-TORNEIO = 0
                           SET SAIR-TORNEIO TO TRUE
                       END-IF
                       IF OPCAO-TORNEIO = 1
                           PERFORM NOVO-TORNEIO THRU NOVO-TORNEIO-EXIT
                       END-IF
                       IF OPCAO-TORNEIO = 2
                           PERFORM JOGA-PROXIMA THRU JOGA-PROXIMA-EXIT
                       END-IF
                       IF OPCAO-TORNEIO = 3
                           PERFORM ESCOLHE-TORNEIO
                           IF TORNEIO-CARREGADO
                               PERFORM EXIBE-CHAVE
                           END-IF
                       END-IF
                       IF OPCAO-TORNEIO = 4
                           PERFORM ESCOLHE-TORNEIO
                           IF TORNEIO-CARREGADO
                               PERFORM EXIBE-CLASSIFICACAO
                           END-IF
                       END-IF
                       IF OPCAO-TORNEIO > 4
                           DISPLAY 'OPCAO INVALIDA.'
                       END-IF
                   END-PERFORM.

               GOBACK.

               NOVO-TORNEIO.
      *            Inscricao pelos codigos de OPERADORES (so ativos,
      *            sem repetir), sorteio da chave e gravacao em
      *            VELHATORN com o numero seguinte ao maior existente.
                   PERFORM CARREGA-ATIVOS.
                   IF QTD-ATIVOS = ZERO
                       DISPLAY 'NENHUM OPERADOR ATIVO EM OPERADORES - '
                               'TORNEIO NAO CRIADO.'
                       GO TO NOVO-TORNEIO-EXIT
                   END-IF.
                   PERFORM PROCURA-ULTIMO-TORNEIO.

                   DISPLAY 'DESCRICAO DO TORNEIO :'.
                   MOVE SPACES TO TOR-DESCRICAO.
                   ACCEPT TOR-DESCRICAO.
                   MOVE ZERO TO QTD-INSCRITOS.
                   INITIALIZE TAB-INSCRITOS.
                   DISPLAY 'INSCRICAO: CODIGO DO OPERADOR (TODOS = '
                           'TODOS OS ATIVOS, ENTER = ENCERRA)'.
                   MOVE 'X' TO CODIGO-DIGITADO.
                   PERFORM UNTIL CODIGO-DIGITADO = SPACES
                           OR QTD-INSCRITOS = 32
                       DISPLAY 'CODIGO (' QTD-INSCRITOS
                               ' INSCRITOS ATE AQUI) :'
                       MOVE SPACES TO CODIGO-DIGITADO
                       ACCEPT CODIGO-DIGITADO
                       IF CODIGO-DIGITADO = 'TODOS'
                           PERFORM INSCREVE-TODOS
                       ELSE
                           IF CODIGO-DIGITADO NOT = SPACES
                               PERFORM INSCREVE-CODIGO
                           END-IF
                       END-IF
                   END-PERFORM.
                   IF QTD-INSCRITOS = 32
                       DISPLAY 'CHAVE COMPLETA: 32 INSCRITOS.'
                   END-IF.
                   IF QTD-INSCRITOS < 2
                       DISPLAY 'SAO PRECISOS AO MENOS 2 INSCRITOS - '
                               'TORNEIO NAO CRIADO.'
                       GO TO NOVO-TORNEIO-EXIT
                   END-IF.

                   PERFORM SORTEIA-CHAVE.
                   COMPUTE TORNEIO-ESCOLHIDO = MAIOR-TORNEIO + 1.
                   MOVE DATA-HOJE TO TOR-DATA.
                   IF OPR-SESSAO-CODIGO = SPACES
                           OR OPR-SESSAO-CODIGO = LOW-VALUES
                       DISPLAY 'ORGANIZADOR :'
                       MOVE SPACES TO TOR-ORGANIZADOR
                       ACCEPT TOR-ORGANIZADOR
                   ELSE
                       MOVE OPR-SESSAO-CODIGO TO TOR-ORGANIZADOR
                   END-IF.
                   PERFORM GRAVA-TORNEIO.
                   IF FS-GRAVACAO NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR VELHATORN - FS '
                               FS-GRAVACAO
                       MOVE 'N' TO CARREGADO-SW
                       GO TO NOVO-TORNEIO-EXIT
                   END-IF.
                   DISPLAY 'TORNEIO ' TORNEIO-ESCOLHIDO ' SORTEADO: '
                           QTD-INSCRITOS ' INSCRITOS, ' QTD-FOLGAS
                           ' FOLGA(S) NA PRIMEIRA RODADA.'.
                   SET TORNEIO-CARREGADO TO TRUE.
                   PERFORM MONTA-CHAVE.
                   PERFORM EXIBE-CHAVE.

               NOVO-TORNEIO-EXIT.
                   EXIT.

               CARREGA-ATIVOS.
                   MOVE ZERO TO QTD-ATIVOS.
                   MOVE 'N' TO OPR-FIM.
                   OPEN INPUT ARQ-OPERADORES.
                   IF FS-OPERADORES NOT = '00'
                       DISPLAY 'ARQUIVO DE OPERADORES NAO '
                               'ENCONTRADO: OPERADORES'
                   ELSE
                       PERFORM LER-OPERADOR
                       PERFORM UNTIL OPR-ACABOU
                           IF OPR-ATIVO = 'A' AND QTD-ATIVOS < 200
                               ADD 1 TO QTD-ATIVOS
                               MOVE OPR-CODIGO
                                   TO TA-CODIGO(QTD-ATIVOS)
                               MOVE OPR-NOME TO TA-NOME(QTD-ATIVOS)
                           END-IF
                           PERFORM LER-OPERADOR
                       END-PERFORM
                       CLOSE ARQ-OPERADORES
                   END-IF.

               LER-OPERADOR.
                   READ ARQ-OPERADORES
                       AT END
                           SET OPR-ACABOU TO TRUE
                   END-READ.

               INSCREVE-CODIGO.
                   MOVE ZERO TO ATIVO-ACHADO.
                   PERFORM VARYING IND-ATIVO FROM 1 BY 1
                           UNTIL IND-ATIVO > QTD-ATIVOS
                              OR ATIVO-ACHADO > ZERO
                       IF TA-CODIGO(IND-ATIVO) = CODIGO-DIGITADO
                           MOVE IND-ATIVO TO ATIVO-ACHADO
                       END-IF
                   END-PERFORM.
                   MOVE CODIGO-DIGITADO TO CODIGO-PROCURADO.
                   PERFORM PROCURA-INSCRITO.
                   IF ATIVO-ACHADO = ZERO
                       DISPLAY 'OPERADOR INVALIDO OU INATIVO: '
                               CODIGO-DIGITADO
                   ELSE
                       IF INSCRITO-ACHADO > ZERO
                           DISPLAY 'OPERADOR JA INSCRITO: '
                                   CODIGO-DIGITADO
                       ELSE
                           PERFORM ACRESCENTA-INSCRITO
                       END-IF
                   END-IF.

               INSCREVE-TODOS.
                   PERFORM VARYING ATIVO-ACHADO FROM 1 BY 1
                           UNTIL ATIVO-ACHADO > QTD-ATIVOS
                              OR QTD-INSCRITOS = 32
                       MOVE TA-CODIGO(ATIVO-ACHADO)
                           TO CODIGO-PROCURADO
                       PERFORM PROCURA-INSCRITO
                       IF INSCRITO-ACHADO = ZERO
                           PERFORM ACRESCENTA-INSCRITO
                       END-IF
                   END-PERFORM.
                   IF ATIVO-ACHADO NOT > QTD-ATIVOS
                       DISPLAY 'MAIS DE 32 OPERADORES ATIVOS - OS '
                               'EXCEDENTES FICARAM FORA.'
                   END-IF.
                   MOVE SPACES TO CODIGO-DIGITADO.

               ACRESCENTA-INSCRITO.
      *            ATIVO-ACHADO aponta o operador em TAB-ATIVOS.
                   ADD 1 TO QTD-INSCRITOS.
                   MOVE TA-CODIGO(ATIVO-ACHADO)
                       TO TI-CODIGO(QTD-INSCRITOS).
                   MOVE TA-NOME(ATIVO-ACHADO)
                       TO TI-NOME(QTD-INSCRITOS).
                   MOVE ZERO TO TI-VAGA(QTD-INSCRITOS).

               PROCURA-INSCRITO.
                   MOVE ZERO TO INSCRITO-ACHADO.
                   PERFORM VARYING IND-INSC FROM 1 BY 1
                           UNTIL IND-INSC > QTD-INSCRITOS
                              OR INSCRITO-ACHADO > ZERO
                       IF TI-CODIGO(IND-INSC) = CODIGO-PROCURADO
                           MOVE IND-INSC TO INSCRITO-ACHADO
                       END-IF
                   END-PERFORM.

               SORTEIA-CHAVE.
      *            Embaralha os inscritos (cada posicao, do fim para o
      *            comeco, troca com uma posicao sorteada entre as
      *            anteriores) e os distribui pelas vagas da chave, a
      *            menor potencia de dois que comporta todos. As
      *            folgas caem uma por partida da primeira rodada,
      *            primeiro nas partidas impares e depois nas pares,
      *            para nao se juntarem num so lado da chave; quem
      *            cai na partida com folga avanca sem jogar.
                   ACCEPT SEMENTE FROM TIME.
                   COMPUTE ALEATORIO = FUNCTION RANDOM(SEMENTE).
                   PERFORM VARYING IND-INSC FROM QTD-INSCRITOS BY -1
                           UNTIL IND-INSC < 2
                       COMPUTE ALEATORIO = FUNCTION RANDOM
                       COMPUTE IND-SORTEIO = ALEATORIO * IND-INSC + 1
                       IF IND-SORTEIO > IND-INSC
                           MOVE IND-INSC TO IND-SORTEIO
                       END-IF
                       MOVE TAB-INSCRITO(IND-INSC) TO INSCRITO-TROCA
                       MOVE TAB-INSCRITO(IND-SORTEIO)
                           TO TAB-INSCRITO(IND-INSC)
                       MOVE INSCRITO-TROCA TO TAB-INSCRITO(IND-SORTEIO)
                   END-PERFORM.

                   MOVE 2 TO TAM-CHAVE.
                   PERFORM UNTIL TAM-CHAVE NOT < QTD-INSCRITOS
                       MULTIPLY 2 BY TAM-CHAVE
                   END-PERFORM.
                   COMPUTE QTD-FOLGAS = TAM-CHAVE - QTD-INSCRITOS.
                   COMPUTE JOGOS-NA-RODADA = TAM-CHAVE / 2.

                   MOVE SPACES TO TAB-VAGAS.
                   MOVE ZERO TO IND-INSC.
                   PERFORM VARYING IND-K FROM 1 BY 1
                           UNTIL IND-K > JOGOS-NA-RODADA
                       COMPUTE METADE = IND-K / 2
                       IF METADE * 2 = IND-K
                           COMPUTE ORDEM-FOLGA = TAM-CHAVE / 4
                                               + METADE
                       ELSE
                           COMPUTE ORDEM-FOLGA = METADE + 1
                       END-IF
                       ADD 1 TO IND-INSC
                       COMPUTE TI-VAGA(IND-INSC) = IND-K * 2 - 1
                       IF ORDEM-FOLGA > QTD-FOLGAS
                           ADD 1 TO IND-INSC
                           COMPUTE TI-VAGA(IND-INSC) = IND-K * 2
                       END-IF
                   END-PERFORM.
                   PERFORM VARYING IND-INSC FROM 1 BY 1
                           UNTIL IND-INSC > QTD-INSCRITOS
                       MOVE TI-CODIGO(IND-INSC)
                           TO TV-CODIGO(TI-VAGA(IND-INSC))
                   END-PERFORM.

               GRAVA-TORNEIO.
      *            Cabecalho e inscritos acrescentados a VELHATORN,
      *            criado na primeira gravacao.
                   OPEN EXTEND ARQ-TORNEIO.
                   IF FS-TORNEIO NOT = '00'
                       OPEN OUTPUT ARQ-TORNEIO
                   END-IF.
                   MOVE FS-TORNEIO TO FS-GRAVACAO.
                   IF FS-TORNEIO = '00'
                       MOVE SPACES            TO REG-TORNEIO
                       MOVE TORNEIO-ESCOLHIDO TO TRN-TORNEIO
                       MOVE 'T'               TO TRN-TIPO
                       MOVE TOR-DATA          TO TRN-DATA
                       MOVE TAM-CHAVE         TO TRN-POSICAO
                       MOVE TOR-ORGANIZADOR   TO TRN-CODIGO
                       MOVE TOR-DESCRICAO     TO TRN-NOME
                       WRITE REG-TORNEIO
                       MOVE FS-TORNEIO TO FS-GRAVACAO
                       PERFORM VARYING IND-INSC FROM 1 BY 1
                               UNTIL IND-INSC > QTD-INSCRITOS
                           MOVE SPACES            TO REG-TORNEIO
                           MOVE TORNEIO-ESCOLHIDO TO TRN-TORNEIO
                           MOVE 'I'               TO TRN-TIPO
                           MOVE TOR-DATA          TO TRN-DATA
                           MOVE TI-VAGA(IND-INSC) TO TRN-POSICAO
                           MOVE TI-CODIGO(IND-INSC) TO TRN-CODIGO
                           MOVE TI-NOME(IND-INSC)   TO TRN-NOME
                           WRITE REG-TORNEIO
                           IF FS-GRAVACAO = '00'
                               MOVE FS-TORNEIO TO FS-GRAVACAO
                           END-IF
                       END-PERFORM
                       CLOSE ARQ-TORNEIO
                   END-IF.

               PROCURA-ULTIMO-TORNEIO.
                   MOVE ZERO TO MAIOR-TORNEIO.
                   MOVE 'N' TO TORNEIO-FIM.
                   OPEN INPUT ARQ-TORNEIO.
                   IF FS-TORNEIO = '00'
                       PERFORM LER-TORNEIO
                       PERFORM UNTIL TORNEIO-ACABOU
                           IF TRN-CABECALHO
                                   AND TRN-TORNEIO IS NUMERIC
                                   AND TRN-TORNEIO > MAIOR-TORNEIO
                               MOVE TRN-TORNEIO TO MAIOR-TORNEIO
                           END-IF
                           PERFORM LER-TORNEIO
                       END-PERFORM
                       CLOSE ARQ-TORNEIO
                   END-IF.

               LER-TORNEIO.
                   READ ARQ-TORNEIO
                       AT END
                           SET TORNEIO-ACABOU TO TRUE
                   END-READ.

               ESCOLHE-TORNEIO.
      *            Carrega o torneio pedido (0 = o de maior numero) e
      *            refaz a chave a partir do placar.
                   DISPLAY 'NUMERO DO TORNEIO (0 = O ULTIMO) :'.
                   MOVE ZERO TO TORNEIO-PEDIDO.
                   ACCEPT TORNEIO-PEDIDO.
                   PERFORM CARREGA-TORNEIO.
                   IF TORNEIO-CARREGADO
                       PERFORM MONTA-CHAVE
                   END-IF.

               CARREGA-TORNEIO.
                   MOVE 'N' TO CARREGADO-SW.
                   PERFORM PROCURA-ULTIMO-TORNEIO.
                   IF TORNEIO-PEDIDO = ZERO
                       MOVE MAIOR-TORNEIO TO TORNEIO-ESCOLHIDO
                   ELSE
                       MOVE TORNEIO-PEDIDO TO TORNEIO-ESCOLHIDO
                   END-IF.
                   MOVE ZERO TO QTD-INSCRITOS.
                   MOVE ZERO TO TAM-CHAVE.
                   INITIALIZE TAB-INSCRITOS.
                   MOVE SPACES TO TAB-VAGAS.
                   MOVE 'N' TO TORNEIO-FIM.
                   OPEN INPUT ARQ-TORNEIO.
                   IF FS-TORNEIO = '00'
                       PERFORM LER-TORNEIO
                       PERFORM UNTIL TORNEIO-ACABOU
                           IF TRN-TORNEIO = TORNEIO-ESCOLHIDO
                               PERFORM GUARDA-REGISTRO-TORNEIO
                           END-IF
                           PERFORM LER-TORNEIO
                       END-PERFORM
                       CLOSE ARQ-TORNEIO
                   END-IF.
                   IF TORNEIO-CARREGADO
                           AND (TAM-CHAVE < 2 OR TAM-CHAVE > 32)
                       DISPLAY 'CABECALHO DO TORNEIO COM TAMANHO DE '
                               'CHAVE INVALIDO: ' TAM-CHAVE
                       MOVE 'N' TO CARREGADO-SW
                       MOVE ZERO TO TORNEIO-ESCOLHIDO
                   END-IF.
                   IF TORNEIO-CARREGADO
                       MOVE ZERO TO QTD-FOLGAS
                       IF TAM-CHAVE > QTD-INSCRITOS
                           COMPUTE QTD-FOLGAS =
                                   TAM-CHAVE - QTD-INSCRITOS
                       END-IF
                   ELSE
                       DISPLAY 'TORNEIO NAO ENCONTRADO EM VELHATORN: '
                               TORNEIO-ESCOLHIDO
                   END-IF.

               GUARDA-REGISTRO-TORNEIO.
                   IF TRN-CABECALHO
                       SET TORNEIO-CARREGADO TO TRUE
                       MOVE TRN-DATA    TO TOR-DATA
                       MOVE TRN-POSICAO TO TAM-CHAVE
                       MOVE TRN-CODIGO  TO TOR-ORGANIZADOR
                       MOVE TRN-NOME    TO TOR-DESCRICAO
                   END-IF.
                   IF TRN-INSCRITO AND QTD-INSCRITOS < 32
                           AND TRN-POSICAO > ZERO
                           AND TRN-POSICAO NOT > 32
                       ADD 1 TO QTD-INSCRITOS
                       MOVE TRN-CODIGO  TO TI-CODIGO(QTD-INSCRITOS)
                       MOVE TRN-NOME    TO TI-NOME(QTD-INSCRITOS)
                       MOVE TRN-POSICAO TO TI-VAGA(QTD-INSCRITOS)
                       MOVE TRN-CODIGO  TO TV-CODIGO(TRN-POSICAO)
                   END-IF.

               MONTA-CHAVE.
      *            Monta as partidas de todas as rodadas, resolve as
      *            folgas da primeira e aplica, em ordem, cada
      *            resultado do torneio gravado em VELHAPLACAR.
                   INITIALIZE TAB-JOGOS.
                   MOVE SPACES TO CAMPEAO.
                   COMPUTE QTD-JOGOS = TAM-CHAVE - 1.
                   COMPUTE JOGOS-NA-RODADA = TAM-CHAVE / 2.
                   MOVE ZERO TO BASE-RODADA.
                   MOVE ZERO TO QTD-RODADAS.
                   PERFORM UNTIL JOGOS-NA-RODADA = ZERO
                       ADD 1 TO QTD-RODADAS
                       PERFORM VARYING IND-K FROM 1 BY 1
                               UNTIL IND-K > JOGOS-NA-RODADA
                           COMPUTE IND-JOGO = BASE-RODADA + IND-K
                           MOVE QTD-RODADAS TO TG-RODADA(IND-JOGO)
                           MOVE 'N' TO TG-FOLGA(IND-JOGO)
                           IF JOGOS-NA-RODADA > 1
                               COMPUTE METADE = (IND-K + 1) / 2
                               COMPUTE TG-PROXIMO(IND-JOGO) =
                                   BASE-RODADA + JOGOS-NA-RODADA
                                   + METADE
                               IF METADE * 2 = IND-K
                                   MOVE 2 TO TG-VAGA-PROX(IND-JOGO)
                               ELSE
                                   MOVE 1 TO TG-VAGA-PROX(IND-JOGO)
                               END-IF
                           END-IF
                       END-PERFORM
                       ADD JOGOS-NA-RODADA TO BASE-RODADA
                       COMPUTE JOGOS-NA-RODADA = JOGOS-NA-RODADA / 2
                   END-PERFORM.

                   COMPUTE JOGOS-NA-RODADA = TAM-CHAVE / 2.
                   PERFORM VARYING IND-JOGO FROM 1 BY 1
                           UNTIL IND-JOGO > JOGOS-NA-RODADA
                       COMPUTE IND-K = IND-JOGO * 2 - 1
                       MOVE TV-CODIGO(IND-K) TO TG-JOGADOR(IND-JOGO, 1)
                       ADD 1 TO IND-K
                       MOVE TV-CODIGO(IND-K) TO TG-JOGADOR(IND-JOGO, 2)
                       IF TG-JOGADOR(IND-JOGO, 2) = SPACES
                               AND TG-JOGADOR(IND-JOGO, 1) NOT = SPACES
                           MOVE 'S' TO TG-FOLGA(IND-JOGO)
                           MOVE TG-JOGADOR(IND-JOGO, 1)
                               TO CODIGO-VENCEDOR
                           PERFORM AVANCA-VENCEDOR
                       END-IF
                   END-PERFORM.

                   PERFORM APLICA-PLACAR.
                   IF QTD-JOGOS > ZERO
                       MOVE TG-VENCEDOR(QTD-JOGOS) TO CAMPEAO
                   END-IF.
                   PERFORM PROCURA-PROXIMO-JOGO.

               AVANCA-VENCEDOR.
      *            CODIGO-VENCEDOR leva a partida IND-JOGO e ocupa a
      *            vaga dele na partida seguinte.
                   MOVE CODIGO-VENCEDOR TO TG-VENCEDOR(IND-JOGO).
                   IF TG-PROXIMO(IND-JOGO) > ZERO
                       MOVE CODIGO-VENCEDOR
                           TO TG-JOGADOR(TG-PROXIMO(IND-JOGO),
                                         TG-VAGA-PROX(IND-JOGO))
                   END-IF.

               APLICA-PLACAR.
      *            So conta o registro do torneio cuja partida ja tem
      *            os dois jogadores definidos e ainda nao tem
      *            vencedor, e cujo vencedor e um dos dois - um
      *            resultado fora de ordem ou de outra chave nao
      *            desarruma o chaveamento.
                   MOVE 'N' TO PLACAR-FIM.
                   OPEN INPUT ARQ-PLACAR.
                   IF FS-PLACAR = '00'
                       PERFORM LER-PLACAR
                       PERFORM UNTIL PLACAR-ACABOU
                           IF PLACAR-TORNEIO IS NUMERIC
                                   AND PLACAR-TORNEIO =
                                       TORNEIO-ESCOLHIDO
                                   AND PLACAR-JOGO IS NUMERIC
                                   AND PLACAR-JOGO > ZERO
                                   AND PLACAR-JOGO NOT > QTD-JOGOS
                               PERFORM APLICA-RESULTADO
                           END-IF
                           PERFORM LER-PLACAR
                       END-PERFORM
                       CLOSE ARQ-PLACAR
                   END-IF.

               LER-PLACAR.
                   READ ARQ-PLACAR
                       AT END
                           SET PLACAR-ACABOU TO TRUE
                   END-READ.

               APLICA-RESULTADO.
                   MOVE PLACAR-JOGO TO IND-JOGO.
                   IF TG-VENCEDOR(IND-JOGO) = SPACES
                           AND TG-JOGADOR(IND-JOGO, 1) NOT = SPACES
                           AND TG-JOGADOR(IND-JOGO, 2) NOT = SPACES
                       IF PLACAR-VENCEDOR = 'X'
                               OR PLACAR-VENCEDOR = 'O'
                           IF PLACAR-VENCEDOR = 'X'
                               MOVE PLACAR-JOGADOR-X TO CODIGO-VENCEDOR
                           ELSE
                               MOVE PLACAR-JOGADOR-O TO CODIGO-VENCEDOR
                           END-IF
                           IF CODIGO-VENCEDOR = TG-JOGADOR(IND-JOGO, 1)
                              OR CODIGO-VENCEDOR =
                                 TG-JOGADOR(IND-JOGO, 2)
                               PERFORM AVANCA-VENCEDOR
                           END-IF
                       ELSE
                           ADD 1 TO TG-VELHAS(IND-JOGO)
                       END-IF
                   END-IF.

               PROCURA-PROXIMO-JOGO.
      *            A proxima partida e a de menor numero com os dois
      *            jogadores definidos e sem vencedor - as rodadas
      *            andam em ordem.
                   MOVE ZERO TO PROXIMO-JOGO.
                   PERFORM VARYING IND-JOGO FROM 1 BY 1
                           UNTIL IND-JOGO > QTD-JOGOS
                              OR PROXIMO-JOGO > ZERO
                       IF TG-VENCEDOR(IND-JOGO) = SPACES
                               AND TG-JOGADOR(IND-JOGO, 1) NOT = SPACES
                               AND TG-JOGADOR(IND-JOGO, 2) NOT = SPACES
                           MOVE IND-JOGO TO PROXIMO-JOGO
                       END-IF
                   END-PERFORM.

               JOGA-PROXIMA.
      *            Deixa a partida pedida no EXTERNAL de VELHATOR e
      *            chama o jogo; na volta, refaz a chave pelo placar e
      *            diz o que aconteceu.
                   PERFORM ESCOLHE-TORNEIO.
                   IF NOT TORNEIO-CARREGADO
                       GO TO JOGA-PROXIMA-EXIT
                   END-IF.
                   IF CAMPEAO NOT = SPACES
                       DISPLAY 'TORNEIO ' TORNEIO-ESCOLHIDO
                               ' ENCERRADO - CAMPEAO: ' CAMPEAO
                       GO TO JOGA-PROXIMA-EXIT
                   END-IF.
                   IF PROXIMO-JOGO = ZERO
                       DISPLAY 'NENHUMA PARTIDA PRONTA PARA JOGAR.'
                       GO TO JOGA-PROXIMA-EXIT
                   END-IF.

                   MOVE PROXIMO-JOGO TO IND-JOGO.
                   MOVE PROXIMO-JOGO TO JOGO-JOGADO.
                   MOVE TG-VELHAS(IND-JOGO) TO VELHAS-ANTES.
                   MOVE TG-RODADA(IND-JOGO) TO IND-RODADA.
                   PERFORM NOMEIA-RODADA.
                   MOVE ZERO              TO VTP-TORNEIO.
                   MOVE IND-JOGO          TO VTP-JOGO.
      *            A cada velha os lados trocam, para X - que comeca -
      *            nao ficar sempre com o mesmo jogador.
                   COMPUTE METADE = VELHAS-ANTES / 2.
                   IF METADE * 2 = VELHAS-ANTES
                       MOVE TG-JOGADOR(IND-JOGO, 1) TO VTP-JOGADOR-X
                       MOVE TG-JOGADOR(IND-JOGO, 2) TO VTP-JOGADOR-O
                   ELSE
                       MOVE TG-JOGADOR(IND-JOGO, 2) TO VTP-JOGADOR-X
                       MOVE TG-JOGADOR(IND-JOGO, 1) TO VTP-JOGADOR-O
                   END-IF.
                   MOVE IND-JOGO TO JOGO-EXIB.
                   DISPLAY 'PROXIMA PARTIDA: J' JOGO-EXIB ' - '
                           NOME-RODADA.
                   DISPLAY '  X = ' VTP-JOGADOR-X '  O = '
                           VTP-JOGADOR-O.
                   IF VELHAS-ANTES > ZERO
                       MOVE VELHAS-ANTES TO VELHAS-EXIB
                       DISPLAY '  REPETICAO: ' VELHAS-EXIB
                               ' VELHA(S) ATE AQUI.'
                   END-IF.
                   DISPLAY 'JOGAR AGORA (S/N) :'.
                   MOVE SPACE TO RESPOSTA.
                   ACCEPT RESPOSTA.
                   IF RESPOSTA NOT = 'S'
                       GO TO JOGA-PROXIMA-EXIT
                   END-IF.

                   MOVE TORNEIO-ESCOLHIDO TO VTP-TORNEIO.
                   CALL 'JOGO-DA-VELHA'.
                   MOVE ZERO TO VTP-TORNEIO.

                   MOVE TORNEIO-ESCOLHIDO TO TORNEIO-PEDIDO.
                   PERFORM CARREGA-TORNEIO.
                   PERFORM MONTA-CHAVE.
                   MOVE JOGO-JOGADO TO IND-JOGO.
                   IF TG-VENCEDOR(IND-JOGO) NOT = SPACES
                       IF IND-JOGO = QTD-JOGOS
                           DISPLAY 'CAMPEAO DO TORNEIO: '
                                   TG-VENCEDOR(IND-JOGO)
                       ELSE
                           DISPLAY TG-VENCEDOR(IND-JOGO)
                                   ' AVANCA NA CHAVE.'
                       END-IF
                   ELSE
                       IF TG-VELHAS(IND-JOGO) > VELHAS-ANTES
                           DISPLAY 'DEU VELHA - A PARTIDA SERA '
                                   'REPETIDA, COM OS LADOS TROCADOS.'
                       ELSE
                           DISPLAY 'RESULTADO NAO REGISTRADO EM '
                                   'VELHAPLACAR - A PARTIDA CONTINUA '
                                   'PENDENTE.'
                       END-IF
                   END-IF.

               JOGA-PROXIMA-EXIT.
                   EXIT.

               NOMEIA-RODADA.
                   MOVE SPACES TO NOME-RODADA.
                   IF IND-RODADA = QTD-RODADAS
                       MOVE 'FINAL' TO NOME-RODADA
                   ELSE
                       IF IND-RODADA + 1 = QTD-RODADAS
                           MOVE 'SEMIFINAL' TO NOME-RODADA
                       ELSE
                           IF IND-RODADA + 2 = QTD-RODADAS
                               MOVE 'QUARTAS DE FINAL' TO NOME-RODADA
                           ELSE
                               STRING 'RODADA ' IND-RODADA
                                   DELIMITED BY SIZE INTO NOME-RODADA
                           END-IF
                       END-IF
                   END-IF.

               EXIBE-CHAVE.
      *            Uma linha por partida, rodada a rodada: os dois
      *            lados (vaga ainda aberta aparece como o vencedor
      *            esperado, VENC.Jnn) e a situacao.
                   PERFORM EXIBE-CABECALHO.
                   MOVE ZERO TO IND-RODADA.
                   PERFORM VARYING IND-JOGO FROM 1 BY 1
                           UNTIL IND-JOGO > QTD-JOGOS
                       IF TG-RODADA(IND-JOGO) NOT = IND-RODADA
                           MOVE TG-RODADA(IND-JOGO) TO IND-RODADA
                           PERFORM NOMEIA-RODADA
                           DISPLAY ' '
                           DISPLAY NOME-RODADA
                       END-IF
                       PERFORM EXIBE-JOGO
                   END-PERFORM.
                   DISPLAY ' '.
                   IF CAMPEAO NOT = SPACES
                       DISPLAY 'CAMPEAO: ' CAMPEAO
                   ELSE
                       IF PROXIMO-JOGO > ZERO
                           MOVE PROXIMO-JOGO TO JOGO-EXIB
                           DISPLAY 'PROXIMA PARTIDA: J' JOGO-EXIB
                       END-IF
                   END-IF.

               EXIBE-CABECALHO.
                   DISPLAY '--------------------------------------'.
                   DISPLAY ' TORNEIO ' TORNEIO-ESCOLHIDO ' - '
                           TOR-DESCRICAO.
                   DISPLAY ' SORTEADO EM ' TOR-DATA ' POR '
                           TOR-ORGANIZADOR ' - ' QTD-INSCRITOS
                           ' INSCRITOS, CHAVE DE ' TAM-CHAVE.
                   DISPLAY '--------------------------------------'.

               EXIBE-JOGO.
                   PERFORM VARYING IND-LADO FROM 1 BY 1
                           UNTIL IND-LADO > 2
                       MOVE TG-JOGADOR(IND-JOGO, IND-LADO)
                           TO LADO-EXIB(IND-LADO)
                       IF LADO-EXIB(IND-LADO) = SPACES
                           IF TG-RODADA(IND-JOGO) = 1
                               MOVE '(FOLGA)' TO LADO-EXIB(IND-LADO)
                           ELSE
                               PERFORM PROCURA-JOGO-ANTERIOR
                               MOVE IND-ANTERIOR TO JOGO-EXIB
                               STRING 'VENC.J' JOGO-EXIB
                                   DELIMITED BY SIZE
                                   INTO LADO-EXIB(IND-LADO)
                           END-IF
                       END-IF
                   END-PERFORM.
                   MOVE SPACES TO SITUACAO-JOGO.
                   IF TG-FOLGA(IND-JOGO) = 'S'
                       STRING 'FOLGA - AVANCA ' TG-VENCEDOR(IND-JOGO)
                           DELIMITED BY SIZE INTO SITUACAO-JOGO
                   ELSE
                       IF TG-VENCEDOR(IND-JOGO) NOT = SPACES
                           STRING 'VENCEDOR ' TG-VENCEDOR(IND-JOGO)
                               DELIMITED BY SIZE INTO SITUACAO-JOGO
                       ELSE
                           IF TG-JOGADOR(IND-JOGO, 1) NOT = SPACES
                              AND TG-JOGADOR(IND-JOGO, 2) NOT = SPACES
                               MOVE 'A JOGAR' TO SITUACAO-JOGO
                           ELSE
                               MOVE 'AGUARDANDO' TO SITUACAO-JOGO
                           END-IF
                       END-IF
                   END-IF.
                   MOVE IND-JOGO TO JOGO-EXIB.
                   MOVE SPACES TO LINHA-CHAVE.
                   IF TG-VELHAS(IND-JOGO) > ZERO
                       MOVE TG-VELHAS(IND-JOGO) TO VELHAS-EXIB
                       STRING '  J' JOGO-EXIB ' ' LADO-EXIB(1) ' X '
                           LADO-EXIB(2) '  ' SITUACAO-JOGO ' VELHAS '
                           VELHAS-EXIB
                           DELIMITED BY SIZE INTO LINHA-CHAVE
                   ELSE
                       STRING '  J' JOGO-EXIB ' ' LADO-EXIB(1) ' X '
                           LADO-EXIB(2) '  ' SITUACAO-JOGO
                           DELIMITED BY SIZE INTO LINHA-CHAVE
                   END-IF.
                   DISPLAY LINHA-CHAVE.

               PROCURA-JOGO-ANTERIOR.
      *            Partida cujo vencedor vai ocupar a vaga IND-LADO da
      *            partida IND-JOGO.
                   MOVE ZERO TO IND-ANTERIOR.
                   PERFORM VARYING IND-K FROM 1 BY 1
                           UNTIL IND-K NOT < IND-JOGO
                              OR IND-ANTERIOR > ZERO
                       IF TG-PROXIMO(IND-K) = IND-JOGO
                               AND TG-VAGA-PROX(IND-K) = IND-LADO
                           MOVE IND-K TO IND-ANTERIOR
                       END-IF
                   END-PERFORM.

               EXIBE-CLASSIFICACAO.
      *            Campeao em 1o; quem perdeu a final em 2o; quem
      *            perdeu uma rodada anterior divide a colocacao logo
      *            abaixo de todos os que foram mais longe (semifinal
      *            3o, quartas 5o, e assim por diante). Com o torneio
      *            em andamento, quem ainda nao perdeu aparece como na
      *            disputa.
                   PERFORM EXIBE-CABECALHO.
                   IF CAMPEAO NOT = SPACES
                       MOVE CAMPEAO TO CODIGO-PROCURADO
                       PERFORM PROCURA-NOME
                       DISPLAY ' 1O LUGAR  ' CAMPEAO ' ' NOME-ACHADO
                               ' CAMPEAO'
                   ELSE
                       DISPLAY ' TORNEIO EM ANDAMENTO.'
                   END-IF.
                   MOVE 1 TO VAGAS-ACIMA.
                   PERFORM VARYING IND-RODADA FROM QTD-RODADAS BY -1
                           UNTIL IND-RODADA < 1
                       COMPUTE COLOCACAO = VAGAS-ACIMA + 1
                       PERFORM NOMEIA-RODADA
                       PERFORM VARYING IND-JOGO FROM 1 BY 1
                               UNTIL IND-JOGO > QTD-JOGOS
                           IF TG-RODADA(IND-JOGO) = IND-RODADA
                                   AND TG-FOLGA(IND-JOGO) NOT = 'S'
                                   AND TG-VENCEDOR(IND-JOGO)
                                       NOT = SPACES
                               PERFORM EXIBE-PERDEDOR
                           END-IF
                       END-PERFORM
                       MULTIPLY 2 BY VAGAS-ACIMA
                   END-PERFORM.
                   IF CAMPEAO = SPACES
                       PERFORM VARYING IND-INSC FROM 1 BY 1
                               UNTIL IND-INSC > QTD-INSCRITOS
                           MOVE TI-CODIGO(IND-INSC) TO CODIGO-PROCURADO
                           PERFORM VERIFICA-ELIMINADO
                           IF CODIGO-PERDEDOR = SPACES
                               DISPLAY ' NA DISPUTA '
                                       TI-CODIGO(IND-INSC) ' '
                                       TI-NOME(IND-INSC)
                           END-IF
                       END-PERFORM
                   END-IF.

               EXIBE-PERDEDOR.
                   IF TG-VENCEDOR(IND-JOGO) = TG-JOGADOR(IND-JOGO, 1)
                       MOVE TG-JOGADOR(IND-JOGO, 2) TO CODIGO-PROCURADO
                   ELSE
                       MOVE TG-JOGADOR(IND-JOGO, 1) TO CODIGO-PROCURADO
                   END-IF.
                   PERFORM PROCURA-NOME.
                   MOVE COLOCACAO TO COLOCACAO-EXIB.
                   DISPLAY ' ' COLOCACAO-EXIB 'O LUGAR  '
                           CODIGO-PROCURADO ' ' NOME-ACHADO ' '
                           NOME-RODADA ' - PERDEU PARA '
                           TG-VENCEDOR(IND-JOGO).

               VERIFICA-ELIMINADO.
      *            CODIGO-PERDEDOR fica com o codigo procurado se ele
      *            perdeu alguma partida do torneio.
                   MOVE SPACES TO CODIGO-PERDEDOR.
                   PERFORM VARYING IND-JOGO FROM 1 BY 1
                           UNTIL IND-JOGO > QTD-JOGOS
                       IF TG-VENCEDOR(IND-JOGO) NOT = SPACES
                          AND TG-VENCEDOR(IND-JOGO)
                              NOT = CODIGO-PROCURADO
                          AND (TG-JOGADOR(IND-JOGO, 1)
                               = CODIGO-PROCURADO
                            OR TG-JOGADOR(IND-JOGO, 2)
                               = CODIGO-PROCURADO)
                           MOVE CODIGO-PROCURADO TO CODIGO-PERDEDOR
                       END-IF
                   END-PERFORM.

               PROCURA-NOME.
                   MOVE SPACES TO NOME-ACHADO.
                   PERFORM VARYING IND-INSC FROM 1 BY 1
                           UNTIL IND-INSC > QTD-INSCRITOS
                       IF TI-CODIGO(IND-INSC) = CODIGO-PROCURADO
                           MOVE TI-NOME(IND-INSC) TO NOME-ACHADO
                       END-IF
                   END-PERFORM.

           END PROGRAM VELHA-TORNEIO.
