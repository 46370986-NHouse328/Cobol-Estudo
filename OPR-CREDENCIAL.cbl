      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Credenciais dos operadores: o unico lugar que calcula
      *            o resumo de uma senha e que decide o sign-on, para o
      *            menu de operacoes e OPR-MANUTENCAO nao terem cada um
      *            a sua regra (copybook OPRCRED). A senha nao fica mais
      *            em claro em OPERADORES: fica o resumo de 18 digitos
      *            do codigo (sal) com a senha, em 64 voltas; o registro
      *            legado, ainda em claro, e convertido na carga e sai
      *            com troca obrigatoria no proximo sign-on.
      *
      *            Politica em OPRPOLIT (nome nas colunas 1-10, valor
      *            nas colunas 12-17, * e comentario; sem o arquivo, os
      *            padroes):
      *              MAX-FALHAS - falhas de senha seguidas que bloqueiam
      *                o operador (padrao 5; zero nao bloqueia). So o
      *                supervisor desbloqueia, por OPR-MANUTENCAO;
      *              VALIDADE - dias de vida de uma senha (padrao 90;
      *                zero nao vence). Vencida, o sign-on exige a
      *                troca antes de abrir o menu;
      *              HISTORICO - quantas senhas anteriores nao podem
      *                voltar (padrao 5, no maximo 5; zero so recusa a
      *                propria senha atual);
      *              DORMENCIA - dias sem sign-on que fazem a conta
      *                dormente (padrao 90; zero desliga a varredura);
      *              AVISO-DORM - dias entre o aviso de conta dormente
      *                e a desativacao automatica (padrao 14).
      *            As duas ultimas sao da recertificacao de acessos
      *            (OPR-RECERTIFICA); o modulo so as le.
      *            Bloqueio, vencimento e troca exigida saem no jornal
      *            OPRJRN, com SIGN-ON como autor quando foi o crivo do
      *            sign-on.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo, junto com o vencimento e o bloqueio de senha.
      *   - Politica ganhou DORMENCIA e AVISO-DORM; registro de
      *     OPERADORES com a data de inclusao.
      *   - Cada operador convertido do registro legado sai no
      *     jornal OPRJRN (TROCA-OBRIG, autor CONVERSA), como o
      *     bloqueio e o vencimento; o alvo do jornal deixou de ser
      *     sempre o codigo do parametro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPR-CREDENCIAL.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-OPERADORES ASSIGN TO "OPERADORES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-OPR.

                       SELECT ARQ-POLITICA ASSIGN TO "OPRPOLIT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-POL.

                       SELECT ARQ-JORNAL ASSIGN TO "OPRJRN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-JRN.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-OPERADORES
                       LABEL RECORD STANDARD.

                       01 REG-OPERADOR         PIC X(191).

                   FD ARQ-POLITICA
                       LABEL RECORD STANDARD.

                       01 REG-POLITICA.
                           05 POL-NOME         PIC X(10).
                           05 FILLER           PIC X(01).
                           05 POL-VALOR        PIC X(06).
                           05 POL-VALOR-NUM    REDEFINES POL-VALOR
                                               PIC 9(06).

                   FD ARQ-JORNAL
                       LABEL RECORD STANDARD.

                       01 REG-JORNAL-OPR.
                           COPY OPRJRN.

               WORKING-STORAGE SECTION.
                   01 FS-OPR           PIC X(02).
                   01 FS-POL           PIC X(02).
                   01 FS-JRN           PIC X(02).

                   01 LEITURA-FIM      PIC X(01) VALUE 'N'.
                       88 LEITURA-ACABOU   VALUE 'S'.
                   01 ALTEROU-SW       PIC X(01) VALUE 'N'.
                       88 CADASTRO-ALTERADO VALUE 'S'.
                   01 CARGA-SW         PIC X(01) VALUE 'N'.
                       88 CADASTRO-CARREGADO VALUE 'S'.
                   01 CONVERTEU-SW     PIC X(01) VALUE 'N'.
                       88 LEGADO-CONVERTIDO VALUE 'S'.

                   01 OPERADOR-TRAB.
                       COPY OPRCAD.

                   01 TAB-OPERADORES.
                       05 TAB-OPR          PIC X(191) OCCURS 200 TIMES.
                   01 QTD-OPERADORES   PIC 9(03) VALUE ZERO.
                   01 IND-OPR          PIC 9(03).
                   01 OPR-ACHADO       PIC 9(03) VALUE ZERO.
                   01 IND-ANT          PIC 9(01).

                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 DIAS-SENHA       PIC S9(07) VALUE ZERO.

      *            Resumo: duas somas modulares sobre o codigo e a
      *            senha, cada caractere pelo seu codigo (o byte da
      *            direita do binario de duas posicoes).
                   01 HASH-CODIGO      PIC X(08).
                   01 HASH-SENHA       PIC X(08).
                   01 HASH-SAIDA       PIC X(18).
                   01 HASH-ENTRADA     PIC X(16).
                   01 HASH-H1          PIC 9(09).
                   01 HASH-H2          PIC 9(09).
                   01 HASH-PRODUTO     PIC 9(18).
                   01 HASH-QUOCIENTE   PIC 9(18).
                   01 HASH-VOLTA       PIC 9(03).
                   01 HASH-IND         PIC 9(02).
                   01 CARACTER-BIN     PIC 9(04) BINARY VALUE ZERO.
                   01 CARACTER-RED     REDEFINES CARACTER-BIN.
                       05 FILLER       PIC X(01).
                       05 CARACTER-X   PIC X(01).
                   01 HASH-MONTADO.
                       05 HASH-M1      PIC 9(09).
                       05 HASH-M2      PIC 9(09).

                   01 HASH-NOVO        PIC X(18).
                   01 ACAO-JORNAL      PIC X(12).
                   01 QUEM-JORNAL      PIC X(08).
                   01 ALVO-JORNAL      PIC X(08).

               LINKAGE SECTION.
                   COPY OPRCRED.

       PROCEDURE DIVISION USING CRD-PARAMETRO.

       0000-PRINCIPAL.
           MOVE SPACES TO CRD-RESULTADO.
           MOVE ZERO TO CRD-RESTANTES.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-LE-POLITICA.

           IF CRD-CALCULA-HASH
               MOVE CRD-CODIGO TO HASH-CODIGO
               MOVE CRD-SENHA  TO HASH-SENHA
               PERFORM 2000-CALCULA-HASH
               MOVE HASH-SAIDA TO CRD-HASH
               SET CRD-OK TO TRUE
           END-IF.
           IF CRD-AUTENTICA
               PERFORM 3000-AUTENTICA
           END-IF.
           IF CRD-TROCA-SENHA
               PERFORM 4000-TROCA-SENHA
           END-IF.
           IF CRD-LE-POLITICA
               SET CRD-OK TO TRUE
           END-IF.

           GOBACK.

       1000-LE-POLITICA.
           MOVE 5  TO CRD-MAX-FALHAS.
           MOVE 90 TO CRD-VALIDADE.
           MOVE 5  TO CRD-HISTORICO.
           MOVE 90 TO CRD-DORMENCIA.
           MOVE 14 TO CRD-AVISO-DORM.
           OPEN INPUT ARQ-POLITICA.
           IF FS-POL = '00'
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-POLITICA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           IF POL-NOME(1:1) NOT = '*'
                                   AND POL-VALOR IS NUMERIC
                               PERFORM 1100-GUARDA-POLITICA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-POLITICA
           END-IF.

       1100-GUARDA-POLITICA.
           IF POL-NOME = 'MAX-FALHAS'
               IF POL-VALOR-NUM > 99
                   MOVE 99 TO CRD-MAX-FALHAS
               ELSE
                   MOVE POL-VALOR-NUM TO CRD-MAX-FALHAS
               END-IF
           END-IF.
           IF POL-NOME = 'VALIDADE'
               IF POL-VALOR-NUM > 9999
                   MOVE 9999 TO CRD-VALIDADE
               ELSE
                   MOVE POL-VALOR-NUM TO CRD-VALIDADE
               END-IF
           END-IF.
           IF POL-NOME = 'DORMENCIA'
               IF POL-VALOR-NUM > 9999
                   MOVE 9999 TO CRD-DORMENCIA
               ELSE
                   MOVE POL-VALOR-NUM TO CRD-DORMENCIA
               END-IF
           END-IF.
           IF POL-NOME = 'AVISO-DORM'
               IF POL-VALOR-NUM > 999
                   MOVE 999 TO CRD-AVISO-DORM
               ELSE
                   MOVE POL-VALOR-NUM TO CRD-AVISO-DORM
               END-IF
           END-IF.
           IF POL-NOME = 'HISTORICO'
               IF POL-VALOR-NUM > 5
                   MOVE 5 TO CRD-HISTORICO
               ELSE
                   MOVE POL-VALOR-NUM TO CRD-HISTORICO
               END-IF
           END-IF.

       2000-CALCULA-HASH.
           MOVE HASH-CODIGO TO HASH-ENTRADA(1:8).
           MOVE HASH-SENHA  TO HASH-ENTRADA(9:8).
           MOVE 314159265 TO HASH-H1.
           MOVE 271828182 TO HASH-H2.
           PERFORM VARYING HASH-VOLTA FROM 1 BY 1 UNTIL HASH-VOLTA > 64
               PERFORM VARYING HASH-IND FROM 1 BY 1 UNTIL HASH-IND > 16
                   MOVE ZERO TO CARACTER-BIN
                   MOVE HASH-ENTRADA(HASH-IND:1) TO CARACTER-X
                   COMPUTE HASH-PRODUTO = HASH-H1 * 131
                           + CARACTER-BIN + HASH-VOLTA
                   DIVIDE HASH-PRODUTO BY 999999937
                       GIVING HASH-QUOCIENTE REMAINDER HASH-H1
                   COMPUTE HASH-PRODUTO = HASH-H2 * 257
                           + CARACTER-BIN * 7 + HASH-H1
                   DIVIDE HASH-PRODUTO BY 999999929
                       GIVING HASH-QUOCIENTE REMAINDER HASH-H2
               END-PERFORM
           END-PERFORM.
           MOVE HASH-H1 TO HASH-M1.
           MOVE HASH-H2 TO HASH-M2.
           MOVE HASH-MONTADO TO HASH-SAIDA.

       3000-AUTENTICA.
           PERFORM 5000-CARREGA-OPERADORES.
           IF NOT CADASTRO-CARREGADO
               SET CRD-SEM-ARQUIVO TO TRUE
           ELSE
               PERFORM 5200-PROCURA-CODIGO
               IF OPR-ACHADO = ZERO
                   SET CRD-INVALIDO TO TRUE
               ELSE
                   MOVE TAB-OPR(OPR-ACHADO) TO OPERADOR-TRAB
                   MOVE OPR-NOME TO CRD-NOME
                   IF OPR-NIVEL IS NUMERIC AND OPR-NIVEL > 0
                       MOVE OPR-NIVEL TO CRD-NIVEL
                   ELSE
                       MOVE 1 TO CRD-NIVEL
                   END-IF
                   IF OPR-ATIVO NOT = 'A'
                       SET CRD-INVALIDO TO TRUE
                   ELSE
                       IF OPR-BLOQUEADO
                           SET CRD-BLOQUEADO TO TRUE
                       ELSE
                           PERFORM 3100-CONFERE-SENHA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-CONFERE-SENHA.
           MOVE 'N' TO ALTEROU-SW.
           MOVE SPACES TO ACAO-JORNAL.
           MOVE CRD-CODIGO TO HASH-CODIGO.
           MOVE CRD-SENHA  TO HASH-SENHA.
           PERFORM 2000-CALCULA-HASH.
           IF HASH-SAIDA NOT = OPR-SENHA-HASH
      *        Senha errada: conta a falha e, no limite da politica,
      *        bloqueia ate o supervisor liberar.
               IF OPR-FALHAS-NUM < 99
                   ADD 1 TO OPR-FALHAS-NUM
               END-IF
               SET CADASTRO-ALTERADO TO TRUE
               IF CRD-MAX-FALHAS > ZERO
                       AND OPR-FALHAS-NUM NOT < CRD-MAX-FALHAS
                   SET OPR-BLOQUEADO TO TRUE
                   SET CRD-BLOQUEADO TO TRUE
               ELSE
                   SET CRD-INVALIDO TO TRUE
                   IF CRD-MAX-FALHAS > ZERO
                       COMPUTE CRD-RESTANTES =
                               CRD-MAX-FALHAS - OPR-FALHAS-NUM
                   END-IF
               END-IF
           ELSE
               IF OPR-FALHAS-NUM > ZERO
                   MOVE ZERO TO OPR-FALHAS-NUM
                   SET CADASTRO-ALTERADO TO TRUE
               END-IF
               IF NOT OPR-TROCA-OBRIGATORIA AND CRD-VALIDADE > ZERO
                   PERFORM 3200-CONFERE-VENCIMENTO
               END-IF
               IF OPR-TROCA-OBRIGATORIA
                   SET CRD-TROCAR TO TRUE
               ELSE
                   SET CRD-OK TO TRUE
               END-IF
           END-IF.
           IF CADASTRO-ALTERADO
               MOVE OPERADOR-TRAB TO TAB-OPR(OPR-ACHADO)
               PERFORM 6000-REGRAVA-OPERADORES
               IF FS-OPR NOT = '00'
                   SET CRD-ERRO TO TRUE
               ELSE
                   MOVE 'SIGN-ON' TO QUEM-JORNAL
                   MOVE CRD-CODIGO TO ALVO-JORNAL
                   IF CRD-BLOQUEADO
                       MOVE 'BLOQUEIO' TO ACAO-JORNAL
                       PERFORM 7000-GRAVA-JORNAL
                   END-IF
                   IF ACAO-JORNAL = 'VENCIMENTO'
                       PERFORM 7000-GRAVA-JORNAL
                   END-IF
               END-IF
           END-IF.

       3200-CONFERE-VENCIMENTO.
           IF OPR-DATA-SENHA IS NUMERIC
                   AND OPR-DATA-SENHA-NUM NOT < 16010101
               COMPUTE DIAS-SENHA =
                       FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(OPR-DATA-SENHA-NUM)
           ELSE
               MOVE 9999999 TO DIAS-SENHA
           END-IF.
           IF DIAS-SENHA NOT < CRD-VALIDADE
               SET OPR-TROCA-OBRIGATORIA TO TRUE
               SET CADASTRO-ALTERADO TO TRUE
               MOVE 'VENCIMENTO' TO ACAO-JORNAL
           END-IF.

       4000-TROCA-SENHA.
           PERFORM 5000-CARREGA-OPERADORES.
           IF NOT CADASTRO-CARREGADO
               SET CRD-SEM-ARQUIVO TO TRUE
           ELSE
               PERFORM 5200-PROCURA-CODIGO
               IF OPR-ACHADO = ZERO
                   SET CRD-INVALIDO TO TRUE
               ELSE
                   MOVE TAB-OPR(OPR-ACHADO) TO OPERADOR-TRAB
                   MOVE CRD-CODIGO TO HASH-CODIGO
                   MOVE CRD-SENHA  TO HASH-SENHA
                   PERFORM 2000-CALCULA-HASH
                   IF OPR-ATIVO NOT = 'A' OR OPR-BLOQUEADO
                           OR HASH-SAIDA NOT = OPR-SENHA-HASH
                           OR CRD-SENHA-NOVA = SPACES
                       SET CRD-INVALIDO TO TRUE
                   ELSE
                       PERFORM 4100-GRAVA-SENHA-NOVA
                   END-IF
               END-IF
           END-IF.

       4100-GRAVA-SENHA-NOVA.
           MOVE CRD-SENHA-NOVA TO HASH-SENHA.
           PERFORM 2000-CALCULA-HASH.
           MOVE HASH-SAIDA TO HASH-NOVO.
           IF HASH-NOVO = OPR-SENHA-HASH
               SET CRD-REPETIDA TO TRUE
           END-IF.
           PERFORM VARYING IND-ANT FROM 1 BY 1
                   UNTIL IND-ANT > CRD-HISTORICO
               IF HASH-NOVO = OPR-HASH-ANTERIOR(IND-ANT)
                   SET CRD-REPETIDA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CRD-REPETIDA
      *        A atual desce para o historico (a mais antiga das cinco
      *        sai) e a nova passa a valer a partir de hoje.
               PERFORM VARYING IND-ANT FROM 5 BY -1 UNTIL IND-ANT < 2
                   MOVE OPR-HASH-ANTERIOR(IND-ANT - 1)
                       TO OPR-HASH-ANTERIOR(IND-ANT)
               END-PERFORM
               MOVE OPR-SENHA-HASH TO OPR-HASH-ANTERIOR(1)
               MOVE HASH-NOVO      TO OPR-SENHA-HASH
               MOVE DATA-HOJE      TO OPR-DATA-SENHA-NUM
               MOVE ZERO           TO OPR-FALHAS-NUM
               IF OPR-TROCA-OBRIGATORIA
                   MOVE 'TROCA-OBRIG' TO ACAO-JORNAL
               ELSE
                   MOVE 'TROCA-SENHA' TO ACAO-JORNAL
               END-IF
               MOVE SPACE          TO OPR-TROCA
               MOVE OPERADOR-TRAB  TO TAB-OPR(OPR-ACHADO)
               PERFORM 6000-REGRAVA-OPERADORES
               IF FS-OPR NOT = '00'
                   SET CRD-ERRO TO TRUE
               ELSE
                   MOVE CRD-CODIGO TO QUEM-JORNAL
                   MOVE CRD-CODIGO TO ALVO-JORNAL
                   PERFORM 7000-GRAVA-JORNAL
                   SET CRD-OK TO TRUE
               END-IF
           END-IF.

       5000-CARREGA-OPERADORES.
           MOVE 'N' TO CARGA-SW.
           MOVE 'N' TO CONVERTEU-SW.
           MOVE ZERO TO QTD-OPERADORES.
           OPEN INPUT ARQ-OPERADORES.
           IF FS-OPR = '00'
               SET CADASTRO-CARREGADO TO TRUE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU OR QTD-OPERADORES = 200
                   READ ARQ-OPERADORES INTO OPERADOR-TRAB
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           PERFORM 5100-CONVERTE-LEGADO
                           ADD 1 TO QTD-OPERADORES
                           MOVE OPERADOR-TRAB
                               TO TAB-OPR(QTD-OPERADORES)
                   END-READ
               END-PERFORM
               CLOSE ARQ-OPERADORES
               IF LEGADO-CONVERTIDO
                   PERFORM 6000-REGRAVA-OPERADORES
               END-IF
           END-IF.

       5100-CONVERTE-LEGADO.
      *    Registro ainda com a senha em claro: vira resumo (a senha
      *    continua a mesma) e a troca passa a ser obrigatoria no
      *    proximo sign-on. O arquivo e regravado logo depois da
      *    carga, ja sem nenhuma senha em claro. A troca imposta
      *    vai para o jornal com CONVERSA como autor.
           IF OPR-SENHA-HASH = SPACES OR OPR-SENHA NOT = SPACES
               SET LEGADO-CONVERTIDO TO TRUE
           END-IF.
           IF OPR-SENHA-HASH = SPACES
               MOVE OPR-CODIGO TO HASH-CODIGO
               MOVE OPR-SENHA  TO HASH-SENHA
               PERFORM 2000-CALCULA-HASH
               MOVE HASH-SAIDA TO OPR-SENHA-HASH
               SET OPR-TROCA-OBRIGATORIA TO TRUE
               MOVE 'CONVERSA'    TO QUEM-JORNAL
               MOVE 'TROCA-OBRIG' TO ACAO-JORNAL
               MOVE OPR-CODIGO    TO ALVO-JORNAL
               PERFORM 7000-GRAVA-JORNAL
               MOVE SPACES        TO ACAO-JORNAL
           END-IF.
           MOVE SPACES TO OPR-SENHA.
           IF OPR-FALHAS IS NOT NUMERIC
               MOVE ZERO TO OPR-FALHAS-NUM
           END-IF.

       5200-PROCURA-CODIGO.
           MOVE ZERO TO OPR-ACHADO.
           PERFORM VARYING IND-OPR FROM 1 BY 1
                   UNTIL IND-OPR > QTD-OPERADORES
                      OR OPR-ACHADO > ZERO
               IF TAB-OPR(IND-OPR)(1:8) = CRD-CODIGO
                   MOVE IND-OPR TO OPR-ACHADO
               END-IF
           END-PERFORM.

       6000-REGRAVA-OPERADORES.
           OPEN OUTPUT ARQ-OPERADORES.
           IF FS-OPR NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR OPERADORES - FS ' FS-OPR
           ELSE
               PERFORM VARYING IND-OPR FROM 1 BY 1
                       UNTIL IND-OPR > QTD-OPERADORES
                   WRITE REG-OPERADOR FROM TAB-OPR(IND-OPR)
               END-PERFORM
               CLOSE ARQ-OPERADORES
           END-IF.

       7000-GRAVA-JORNAL.
           MOVE SPACES       TO REG-JORNAL-OPR.
           ACCEPT JOP-DATA   FROM DATE YYYYMMDD.
           ACCEPT JOP-HORA   FROM TIME.
           MOVE QUEM-JORNAL  TO JOP-QUEM.
           MOVE ACAO-JORNAL  TO JOP-ACAO.
           MOVE ALVO-JORNAL  TO JOP-ALVO.
           OPEN EXTEND ARQ-JORNAL.
           IF FS-JRN NOT = '00'
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           IF FS-JRN = '00'
               WRITE REG-JORNAL-OPR
               CLOSE ARQ-JORNAL
           END-IF.
