      *     cadeia com seu RETURN-CODE (LOTECTL) - para o menu virar
      *     o painel de controle do balcao em vez de um lancador as
      *     cegas.
      *   - Acrescentada a opcao 18, consulta ao registro de empresas
      *     de teste (CNPJ-EMPRESA-CONSULTA): a empresa com seus
      *     socios, ou todas as empresas de que um CPF e socio.
      *   - Acrescentada a opcao 19, dossie completo de um CNPJ
      *     (CNPJ-DOSSIE), o par de CPF-DOSSIE para pessoa juridica.
      *   - Acrescentada a opcao 20, cadastro de areas
      *     (AREA-MANUTENCAO), no nivel 3 como a administracao de
      *     operadores.
      *   - Acrescentada a opcao 21, travas de uso exclusivo dos
      *     mestres compartilhados (TRAVA-MANUTENCAO): lista quem
      *     detem cada arquivo e desde quando, marcando as travas
      *     largadas por abend; so o nivel 3 limpa uma trava.
      *   - Acrescentada a opcao 22, cartoes de parametro da cadeia
      *     noturna (LOTE-PARAMETROS): qualquer nivel consulta os
      *     valores em vigor e os cartoes programados; so o nivel 3
      *     inclui cartao. O painel ignora as linhas PARAMETRO de
      *     LOTECTL ao mostrar a ultima etapa da cadeia.
      *   - Acrescentada a opcao 23, feed de eventos da monitoracao
      *     (EVENTO-MANUTENCAO): qualquer nivel lista os eventos em
      *     aberto; so o nivel 3 reconhece ou fecha um evento.
      *   - Acrescentada a opcao 24, catalogo de relatorios
      *     (RELATORIO-CATALOGO): lista os relatorios registrados por
      *     tipo e periodo e exibe o escolhido, pagina a pagina, mesmo
      *     depois de o arquivo original ter sido regravado ou apagado.
      *   - Acrescentada a opcao 25, relatorio gerencial mensal
      *     (RELATORIO-GERENCIAL), para tirar o relatorio de uma
      *     competencia fora da cadeia semanal.
      *   - Acrescentada a opcao 26, padroes suspeitos na trilha de
      *     auditoria (CPF-AUDIT-SUSPEITA), para o compliance rodar a
      *     deteccao num periodo a escolha; so para o nivel 3, como a
      *     administracao de operadores.
      *   - Sign-on pelo modulo OPR-CREDENCIAL: a senha deixa de ser
      *     conferida em claro contra OPERADORES (o arquivo guarda so
      *     o resumo), falhas seguidas bloqueiam o operador ate o
      *     supervisor liberar (SIGN-ON BLOQUEADO no jornal de
      *     sessao) e a senha vencida ou provisoria e trocada ali
      *     mesmo, antes do menu, sem repetir as anteriores.
      *   - Acrescentada a opcao 27, recertificacao de acessos
      *     (OPR-RECERTIFICA): o relatorio do trimestre e a varredura
      *     de contas dormentes; so para o nivel 3.
      *   - Acrescentada a opcao 28, torneio eliminatorio do jogo da
      *     velha (VELHA-TORNEIO); nivel 2, como o proprio jogo.
      *   - Opcao 4 renomeada: LER-ARQUIVO passou a ter o dump por
      *     layout de qualquer arquivo da cadeia.
      *   - FD de LOTECTL no layout atual de 97 posicoes (com os
      *     campos de parametro).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-OPERACOES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MANIFESTO ASSIGN TO "ARQCPF2MF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MANIFESTO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MANIFESTO
           LABEL RECORD STANDARD.

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

       FD ARQ-SESSOES
           LABEL RECORD STANDARD.
       01 FIM-MENU    PIC X(01) VALUE "N".
           88 SAIU-MENU VALUE "S".

       01 FS-MANIFESTO     PIC X(02).
       01 FS-AUDITORIA     PIC X(02).
       01 FS-CONTROLE      PIC X(02).
       01 ULT-ETAPA        PIC X(20) VALUE SPACES.
       01 ULT-ETAPA-DATA   PIC 9(08) VALUE ZERO.
       01 ULT-ETAPA-RC     PIC 9(03) VALUE ZERO.
       01 CODIGO-DIGITADO  PIC X(08).
       01 SENHA-DIGITADA   PIC X(08).
       01 NIVEL-EXIGIDO    PIC 9(01) VALUE 1.
       01 SIGNON-OK-SW     PIC X(01) VALUE "N".
           88 SIGNON-OK        VALUE "S".
       01 QTD-TENTATIVAS   PIC 9(01) VALUE ZERO.
       01 SENHA-NOVA       PIC X(08).
       01 SENHA-CONFIRMA   PIC X(08).
       01 TROCA-SW         PIC X(01) VALUE "N".
           88 SENHA-TROCADA    VALUE "S".
       01 QTD-TROCAS       PIC 9(01) VALUE ZERO.

       COPY OPERADOR.
       COPY OPRCRED.

       PROCEDURE DIVISION.

           GOBACK.

       0500-SIGN-ON.
      *        Confere o codigo e a senha digitados pelo modulo de
      *        credenciais (OPR-CREDENCIAL), que guarda as falhas
      *        seguidas, bloqueia no limite da politica e exige a
      *        troca da senha vencida ou provisoria. O codigo aprovado
      *        vai para o campo EXTERNAL compartilhado, que os modulos
      *        chamados carimbam em auditoria e manifesto.
           MOVE SPACES TO OPR-SESSAO-CODIGO.
           MOVE ZERO TO OPR-SESSAO-NIVEL.
      *        O teste e NOT LESS THAN, e nao igualdade: quando o
               PERFORM 0600-PROCURA-OPERADOR
               IF NOT SIGNON-OK
                   ADD 1 TO QTD-TENTATIVAS
                   MOVE CODIGO-DIGITADO TO OPERADOR-EVENTO
                   MOVE 'SIGN-ON RECUSADO' TO EVENTO-SESSAO
                   IF CRD-BLOQUEADO
                       DISPLAY 'OPERADOR BLOQUEADO - PROCURE O '
                               'SUPERVISOR.'
                       MOVE 'SIGN-ON BLOQUEADO' TO EVENTO-SESSAO
                   ELSE
                       IF QTD-TROCAS > ZERO
                           DISPLAY 'SENHA NAO TROCADA - SIGN-ON '
                                   'RECUSADO.'
                       ELSE
                           DISPLAY 'OPERADOR INVALIDO OU INATIVO.'
                       END-IF
                   END-IF
                   PERFORM 0800-GRAVA-SESSAO
               END-IF
           END-PERFORM.
           END-IF.

       0600-PROCURA-OPERADOR.
      *        Registro legado sem senha gravada so aceita senha em
      *        branco, e ja com troca obrigatoria; o nivel em branco
      *        vale 1 (consulta), o perfil mais restrito.
           MOVE ZERO            TO QTD-TROCAS.
           MOVE 'A'             TO CRD-FUNCAO.
           MOVE CODIGO-DIGITADO TO CRD-CODIGO.
           MOVE SENHA-DIGITADA  TO CRD-SENHA.
           CALL 'OPR-CREDENCIAL' USING CRD-PARAMETRO.
           IF CRD-SEM-ARQUIVO
               DISPLAY 'ARQUIVO DE OPERADORES NAO ENCONTRADO: '
                       'OPERADORES'
               MOVE 3 TO QTD-TENTATIVAS
           END-IF.
           IF CRD-ERRO OR CRD-BLOQUEADO
               MOVE 3 TO QTD-TENTATIVAS
           END-IF.
           IF CRD-TROCAR
               DISPLAY 'SENHA VENCIDA OU PROVISORIA - TROCA '
                       'OBRIGATORIA ANTES DO MENU.'
               PERFORM 0700-TROCA-SENHA
               IF NOT SENHA-TROCADA
                   MOVE 3 TO QTD-TENTATIVAS
               END-IF
           END-IF.
           IF CRD-OK
               SET SIGNON-OK TO TRUE
               MOVE CODIGO-DIGITADO TO OPR-SESSAO-CODIGO
               MOVE CRD-NIVEL TO OPR-SESSAO-NIVEL
               DISPLAY 'BEM-VINDO, ' CRD-NOME
           END-IF.

       0700-TROCA-SENHA.
      *        Tres chances de escolher uma senha nova valida; sem
      *        ela o sign-on termina recusado. A nova nao pode repetir
      *        a atual nem as ultimas da politica (CRD-HISTORICO).
           MOVE 'N' TO TROCA-SW.
           MOVE ZERO TO QTD-TROCAS.
           PERFORM UNTIL SENHA-TROCADA OR QTD-TROCAS NOT LESS THAN 3
               ADD 1 TO QTD-TROCAS
               DISPLAY 'NOVA SENHA (ATE 8 CARACTERES) :'
               ACCEPT SENHA-NOVA
               DISPLAY 'CONFIRME A NOVA SENHA :'
               ACCEPT SENHA-CONFIRMA
               IF SENHA-NOVA NOT = SENHA-CONFIRMA
                   DISPLAY 'AS DUAS SENHAS NAO CONFEREM.'
               ELSE
                   MOVE 'T'             TO CRD-FUNCAO
                   MOVE CODIGO-DIGITADO TO CRD-CODIGO
                   MOVE SENHA-DIGITADA  TO CRD-SENHA
                   MOVE SENHA-NOVA      TO CRD-SENHA-NOVA
                   CALL 'OPR-CREDENCIAL' USING CRD-PARAMETRO
                   IF CRD-OK
                       SET SENHA-TROCADA TO TRUE
                       DISPLAY 'SENHA TROCADA.'
                   END-IF
                   IF CRD-REPETIDA
                       DISPLAY 'SENHA JA USADA - A ATUAL E AS '
                               CRD-HISTORICO ' ANTERIORES NAO VALEM.'
                   END-IF
                   IF CRD-INVALIDO
                       DISPLAY 'SENHA EM BRANCO NAO VALE.'
                   END-IF
                   IF CRD-ERRO OR CRD-SEM-ARQUIVO
                       DISPLAY 'ERRO AO GRAVAR A SENHA NOVA.'
                       MOVE 3 TO QTD-TROCAS
                   END-IF
               END-IF
           END-PERFORM.
           IF SENHA-TROCADA
               SET CRD-OK TO TRUE
           END-IF.

       1000-EXIBE-MENU.
      *        Apresenta o painel de situacao e as opcoes, e le a
           DISPLAY ' 1 - GERAR ARQUIVO DE CPFS     (GERA-CPF-DAT)'.
           DISPLAY ' 2 - VALIDAR CPF               (CPF-VALIDADOR)'.
           DISPLAY ' 3 - GRAVAR ARQUIVO DE TESTE   (ESCREVER-ARQUIVO)'.
           DISPLAY ' 4 - LER ARQUIVO / DUMP LAYOUT (LER-ARQUIVO)'.
           DISPLAY ' 5 - GERAR NUMEROS ALEATORIOS  (RANDOM-GENERATOR)'.
           DISPLAY ' 6 - CALCULADORA               (CALCULADORA-V1)'.
           DISPLAY ' 7 - JOGO DA VELHA             (JOGO-DA-VELHA)'.
           DISPLAY '15 - ADMIN DE OPERADORES       (OPR-MANUTENCAO)'.
           DISPLAY '16 - DOSSIE DE CPF             (CPF-DOSSIE)'.
           DISPLAY '17 - EXPURGO DO EXTRATO        (CPF-EXPURGO)'.
           DISPLAY '18 - EMPRESAS DE TESTE         '
                   '(CNPJ-EMPRESA-CONSULTA)'.
           DISPLAY '19 - DOSSIE DE CNPJ            (CNPJ-DOSSIE)'.
           DISPLAY '20 - CADASTRO DE AREAS         (AREA-MANUTENCAO)'.
           DISPLAY '21 - TRAVAS DE ARQUIVOS        (TRAVA-MANUTENCAO)'.
           DISPLAY '22 - PARAMETROS DA CADEIA      (LOTE-PARAMETROS)'.
           DISPLAY '23 - EVENTOS DA MONITORACAO    (EVENTO-MANUTENCAO)'.
           DISPLAY '24 - CATALOGO DE RELATORIOS    '
                   '(RELATORIO-CATALOGO)'.
           DISPLAY '25 - RELATORIO GERENCIAL       '
                   '(RELATORIO-GERENCIAL)'.
           DISPLAY '26 - PADROES SUSPEITOS         '
                   '(CPF-AUDIT-SUSPEITA)'.
           DISPLAY '27 - RECERTIFICACAO DE ACESSOS '
                   '(OPR-RECERTIFICA)'.
           DISPLAY '28 - TORNEIO DA VELHA         (VELHA-TORNEIO)'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'OPCAO :'.
           ACCEPT OPCAO.
           IF FS-CONTROLE = '00'
               PERFORM 1300-LER-CONTROLE
               PERFORM UNTIL CTL-ACABOU
                   IF CTL-ETAPA NOT = 'PARAMETRO'
                       MOVE CTL-ETAPA TO ULT-ETAPA
                       MOVE CTL-DATA  TO ULT-ETAPA-DATA
                       MOVE CTL-RC    TO ULT-ETAPA-RC
                   END-IF
                   PERFORM 1300-LER-CONTROLE
               END-PERFORM
               CLOSE ARQ-CONTROLE
               CALL 'CPF-EXPURGO'
           END-IF

           IF OPCAO = 18
               CALL 'CNPJ-EMPRESA-CONSULTA'
           END-IF

           IF OPCAO = 19
               CALL 'CNPJ-DOSSIE'
           END-IF

           IF OPCAO = 20
               CALL 'AREA-MANUTENCAO'
           END-IF

           IF OPCAO = 21
               CALL 'TRAVA-MANUTENCAO'
           END-IF

           IF OPCAO = 22
               CALL 'LOTE-PARAMETROS'
           END-IF

           IF OPCAO = 23
               CALL 'EVENTO-MANUTENCAO'
           END-IF

           IF OPCAO = 24
               CALL 'RELATORIO-CATALOGO'
           END-IF

           IF OPCAO = 25
               CALL 'RELATORIO-GERENCIAL'
           END-IF

           IF OPCAO = 26
               CALL 'CPF-AUDIT-SUSPEITA'
           END-IF

           IF OPCAO = 27
               CALL 'OPR-RECERTIFICA'
           END-IF

           IF OPCAO = 28
               CALL 'VELHA-TORNEIO'
           END-IF

           IF OPCAO NOT = 0 AND OPCAO NOT = 1 AND OPCAO NOT = 2
                   AND OPCAO NOT = 3 AND OPCAO NOT = 4
                   AND OPCAO NOT = 5 AND OPCAO NOT = 6
                   AND OPCAO NOT = 11 AND OPCAO NOT = 12
                   AND OPCAO NOT = 13 AND OPCAO NOT = 14
                   AND OPCAO NOT = 15 AND OPCAO NOT = 16
                   AND OPCAO NOT = 17 AND OPCAO NOT = 18
                   AND OPCAO NOT = 19 AND OPCAO NOT = 20
                   AND OPCAO NOT = 21 AND OPCAO NOT = 22
                   AND OPCAO NOT = 23 AND OPCAO NOT = 24
                   AND OPCAO NOT = 25 AND OPCAO NOT = 26
                   AND OPCAO NOT = 27 AND OPCAO NOT = 28
               DISPLAY 'OPCAO INVALIDA.'
           END-IF.

           MOVE 1 TO NIVEL-EXIGIDO.
           IF OPCAO = 1 OR OPCAO = 2 OR OPCAO = 3 OR OPCAO = 5
                   OR OPCAO = 6 OR OPCAO = 7 OR OPCAO = 11
                   OR OPCAO = 28
               MOVE 2 TO NIVEL-EXIGIDO
           END-IF.
           IF OPCAO = 15 OR OPCAO = 17 OR OPCAO = 20 OR OPCAO = 26
                   OR OPCAO = 27
               MOVE 3 TO NIVEL-EXIGIDO
           END-IF.

