      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Manutencao do cadastro de areas (ARQAREA): inclui,
      *            altera nome/responsavel/centro de custo, desativa,
      *            reativa e lista, com cada mudanca acrescentada ao
      *            jornal AREAJRN (data, hora, quem mudou, acao e a
      *            imagem da area depois da mudanca), como
      *            OPR-MANUTENCAO faz com OPRJRN. O cadastro e a fonte
      *            dos codigos de area aceitos por todo programa que
      *            recebe uma area (via AREA-VALIDA).
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, na opcao 20 do menu (reservada ao nivel
      *     3). Area nunca e excluida - so desativada - para as
      *     alocacoes, entregas e devolucoes antigas continuarem
      *     apontando para um codigo conhecido. O codigo e gravado
      *     em maiusculas.
      *   - Opcao 6, cotas de alocacao da area (maximo detido em
      *     ARQALOC e maximo por pedido, zero = sem limite), que
      *     CPF-ALOCACAO aplica a cada pedido. Area nova nasce sem
      *     limite; o jornal e a listagem passam a trazer as cotas.
      *   - Opcao 7, prazo padrao das alocacoes da area em dias (zero
      *     = sem vencimento), usado por toda alocacao e renovacao
      *     (via ALOC-VENCIMENTO). Area nova nasce sem prazo; jornal
      *     e listagem passam a trazer o prazo.
      *   - Opcao 8, perfil de entrega da area (formato, delimitador,
      *     campos e ordem, CPF pontuado ou nao, formato de data,
      *     cabecalho e trailer), que CPF-ENTREGA segue ao gerar o
      *     arquivo da area. Perfil com erro e recusado sem regravar
      *     a area; cada mudanca aceita soma 1 a versao do perfil.
      *     Area nova nasce no formato padrao; jornal e listagem
      *     passam a trazer o perfil.
      *   - O perfil deixa de perguntar pelo trailer: CPF-ENTREGA
      *     passou a fechar todo arquivo com o trailer de controle
      *     (quantidade, numero da entrega e total de hash), e
      *     ARE-PRF-TRAILER e gravado sempre S.
      *   - A volta ao formato P limpava tambem a versao do perfil,
      *     que recomecava em 1 e repetia numeros ja emitidos nos
      *     recibos; a versao agora e preservada e so incrementada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-MANUTENCAO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-AREAS ASSIGN TO "ARQAREA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ARE-CODIGO
                       FILE STATUS IS FS-ARE.

                       SELECT ARQ-JORNAL ASSIGN TO "AREAJRN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-JRN.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-AREAS.

                       01 REG-AREA.
                           COPY AREA.

                   FD ARQ-JORNAL
                       LABEL RECORD STANDARD.

                       01 REG-JORNAL-AREA.
                           05 JAR-DATA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-HORA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-QUEM         PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-ACAO         PIC X(12).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-CODIGO       PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-NOME         PIC X(30).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-RESPONSAVEL  PIC X(30).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-CENTRO-CUSTO PIC X(10).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-ATIVA        PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-COTA-MAXIMA  PIC 9(09).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-COTA-PEDIDO  PIC 9(07).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-PRAZO-DIAS   PIC 9(04).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 JAR-PERFIL       PIC X(15).

               WORKING-STORAGE SECTION.

                   01 FS-ARE           PIC X(02).
                   01 FS-JRN           PIC X(02).

                   01 OPCAO-ADM        PIC 9(01) VALUE ZERO.
                       88 ADM-INCLUIR      VALUE 1.
                       88 ADM-ALTERAR      VALUE 2.
                       88 ADM-DESATIVAR    VALUE 3.
                       88 ADM-REATIVAR     VALUE 4.
                       88 ADM-LISTAR       VALUE 5.
                       88 ADM-COTAS        VALUE 6.
                       88 ADM-PRAZO        VALUE 7.
                       88 ADM-PERFIL       VALUE 8.
                       88 ADM-SAIR         VALUE 0.

                   01 FIM-ADM          PIC X(01) VALUE 'N'.
                       88 SAIU-ADM         VALUE 'S'.
                   01 ARE-FIM          PIC X(01) VALUE 'N'.
                       88 AREAS-ACABARAM   VALUE 'S'.
                   01 ACHOU-SW         PIC X(01) VALUE 'N'.
                       88 ACHOU-AREA       VALUE 'S'.
                   01 ERRO-ARE-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NO-CADASTRO VALUE 'S'.
                   01 PERFIL-ERRO-SW   PIC X(01) VALUE 'N'.
                       88 PERFIL-RECUSADO  VALUE 'S'.

                   01 CODIGO-ALVO      PIC X(08).
                   01 NOME-NOVO        PIC X(30).
                   01 RESPONSAVEL-NOVO PIC X(30).
                   01 CENTRO-CUSTO-NOVO PIC X(10).
                   01 COTA-MAXIMA-NOVA PIC 9(09).
                   01 COTA-PEDIDO-NOVA PIC 9(07).
                   01 PRAZO-NOVO       PIC 9(04).
                   01 VERSAO-PERFIL    PIC X(03).
                   01 PERFIL-NOVO.
                       05 PNV-FORMATO      PIC X(01).
                       05 PNV-DELIMITADOR  PIC X(01).
                       05 PNV-CAMPOS       PIC X(06).
                       05 PNV-CAMPO        REDEFINES PNV-CAMPOS
                                           PIC X(01) OCCURS 6.
                       05 PNV-CPF          PIC X(01).
                       05 PNV-DATA         PIC X(01).
                       05 PNV-CABECALHO    PIC X(01).
                       05 PNV-TRAILER      PIC X(01).
                   01 IND-CAMPO        PIC 9(02).
                   01 IND-OUTRO        PIC 9(02).
                   01 TEM-CPF-SW       PIC X(01) VALUE 'N'.
                       88 PERFIL-TEM-CPF   VALUE 'S'.
                   01 ACAO-JORNAL      PIC X(12).
                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 QTD-LISTADAS     PIC 9(05) VALUE ZERO.

                   COPY OPERADOR.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE 'N' TO FIM-ADM.
           MOVE 'N' TO ERRO-ARE-SW.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

      *    O cadastro e permanente: I-O no uso normal, criado vazio
      *    na primeira manutencao de todas.
           OPEN I-O ARQ-AREAS.
           IF FS-ARE = '35'
               DISPLAY 'CADASTRO DE AREAS AINDA NAO EXISTE - '
                       'CRIADO VAZIO.'
               OPEN OUTPUT ARQ-AREAS
               IF FS-ARE = '00'
                   CLOSE ARQ-AREAS
                   OPEN I-O ARQ-AREAS
               END-IF
           END-IF.
           IF FS-ARE NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQAREA - FS ' FS-ARE
               MOVE 'S' TO ERRO-ARE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT ERRO-NO-CADASTRO
               PERFORM UNTIL SAIU-ADM
                   PERFORM 2000-EXIBE-MENU
                   PERFORM 3000-EXECUTA-OPCAO
               END-PERFORM
               CLOSE ARQ-AREAS
           END-IF.

           GOBACK.

       2000-EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY '---------------------------------------'.
           DISPLAY ' CADASTRO DE AREAS'.
           DISPLAY '---------------------------------------'.
           DISPLAY ' 1 - INCLUIR'.
           DISPLAY ' 2 - ALTERAR'.
           DISPLAY ' 3 - DESATIVAR'.
           DISPLAY ' 4 - REATIVAR'.
           DISPLAY ' 5 - LISTAR'.
           DISPLAY ' 6 - COTAS DE ALOCACAO'.
           DISPLAY ' 7 - PRAZO DAS ALOCACOES'.
           DISPLAY ' 8 - PERFIL DE ENTREGA'.
           DISPLAY ' 0 - VOLTAR'.
           DISPLAY 'OPCAO :'.
           ACCEPT OPCAO-ADM.

       3000-EXECUTA-OPCAO.
           IF ADM-SAIR
               SET SAIU-ADM TO TRUE
           ELSE
               IF ADM-LISTAR
                   PERFORM 7000-LISTAR
               ELSE
                   IF ADM-INCLUIR
                       PERFORM 4000-INCLUIR
                   ELSE
                       IF ADM-ALTERAR OR ADM-DESATIVAR
                               OR ADM-REATIVAR OR ADM-COTAS
                               OR ADM-PRAZO OR ADM-PERFIL
                           PERFORM 5000-ALTERA-EXISTENTE
                       ELSE
                           DISPLAY 'OPCAO INVALIDA.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-LE-CODIGO.
           MOVE SPACES TO CODIGO-ALVO.
           ACCEPT CODIGO-ALVO.
           INSPECT CODIGO-ALVO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       3200-PROCURA-CODIGO.
           MOVE 'N' TO ACHOU-SW.
           MOVE CODIGO-ALVO TO ARE-CODIGO.
           READ ARQ-AREAS KEY IS ARE-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-AREA TO TRUE
           END-READ.

       4000-INCLUIR.
           DISPLAY 'CODIGO DA AREA (ATE 8 CARACTERES) :'.
           PERFORM 3100-LE-CODIGO.
           IF CODIGO-ALVO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO.'
           ELSE
               PERFORM 3200-PROCURA-CODIGO
               IF ACHOU-AREA
                   DISPLAY 'CODIGO JA CADASTRADO.'
               ELSE
                   DISPLAY 'NOME DA AREA :'
                   ACCEPT NOME-NOVO
                   DISPLAY 'RESPONSAVEL :'
                   ACCEPT RESPONSAVEL-NOVO
                   DISPLAY 'CENTRO DE CUSTO :'
                   ACCEPT CENTRO-CUSTO-NOVO
                   MOVE SPACES            TO REG-AREA
                   MOVE CODIGO-ALVO       TO ARE-CODIGO
                   MOVE NOME-NOVO         TO ARE-NOME
                   MOVE RESPONSAVEL-NOVO  TO ARE-RESPONSAVEL
                   MOVE CENTRO-CUSTO-NOVO TO ARE-CENTRO-CUSTO
                   MOVE 'A'               TO ARE-ATIVA
                   MOVE DATA-HOJE         TO ARE-DATA-INCLUSAO
                   MOVE DATA-HOJE         TO ARE-DATA-ALTERACAO
                   MOVE ZERO              TO ARE-COTA-MAXIMA
                   MOVE ZERO              TO ARE-COTA-PEDIDO
                   MOVE ZERO              TO ARE-PRAZO-DIAS
                   MOVE 'P'               TO ARE-PRF-FORMATO
                   MOVE ZERO              TO ARE-PRF-VERSAO
                   WRITE REG-AREA
                   IF FS-ARE NOT = '00'
                       DISPLAY 'ERRO DE GRAVACAO EM ARQAREA - FS '
                               FS-ARE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 'INCLUSAO' TO ACAO-JORNAL
                       PERFORM 6000-JORNALIZA
                   END-IF
               END-IF
           END-IF.

       5000-ALTERA-EXISTENTE.
           DISPLAY 'CODIGO DA AREA :'.
           PERFORM 3100-LE-CODIGO.
           PERFORM 3200-PROCURA-CODIGO.
           IF NOT ACHOU-AREA
               DISPLAY 'CODIGO NAO CADASTRADO.'
           ELSE
               MOVE 'N' TO PERFIL-ERRO-SW
               IF ADM-ALTERAR
      *            Campo em branco mantem o valor atual.
                   DISPLAY 'NOME ATUAL: ' ARE-NOME
                   DISPLAY 'NOVO NOME (BRANCO = MANTEM) :'
                   MOVE SPACES TO NOME-NOVO
                   ACCEPT NOME-NOVO
                   IF NOME-NOVO NOT = SPACES
                       MOVE NOME-NOVO TO ARE-NOME
                   END-IF
                   DISPLAY 'RESPONSAVEL ATUAL: ' ARE-RESPONSAVEL
                   DISPLAY 'NOVO RESPONSAVEL (BRANCO = MANTEM) :'
                   MOVE SPACES TO RESPONSAVEL-NOVO
                   ACCEPT RESPONSAVEL-NOVO
                   IF RESPONSAVEL-NOVO NOT = SPACES
                       MOVE RESPONSAVEL-NOVO TO ARE-RESPONSAVEL
                   END-IF
                   DISPLAY 'CENTRO DE CUSTO ATUAL: ' ARE-CENTRO-CUSTO
                   DISPLAY 'NOVO CENTRO DE CUSTO (BRANCO = MANTEM) :'
                   MOVE SPACES TO CENTRO-CUSTO-NOVO
                   ACCEPT CENTRO-CUSTO-NOVO
                   IF CENTRO-CUSTO-NOVO NOT = SPACES
                       MOVE CENTRO-CUSTO-NOVO TO ARE-CENTRO-CUSTO
                   END-IF
                   MOVE 'ALTERACAO' TO ACAO-JORNAL
               END-IF
               IF ADM-DESATIVAR
                   MOVE 'I' TO ARE-ATIVA
                   MOVE 'DESATIVACAO' TO ACAO-JORNAL
               END-IF
               IF ADM-REATIVAR
                   MOVE 'A' TO ARE-ATIVA
                   MOVE 'REATIVACAO' TO ACAO-JORNAL
               END-IF
               IF ADM-COTAS
                   PERFORM 5100-LE-COTAS
                   MOVE 'COTAS' TO ACAO-JORNAL
               END-IF
               IF ADM-PRAZO
                   DISPLAY 'PRAZO ATUAL (DIAS): ' ARE-PRAZO-DIAS
                   DISPLAY 'NOVO PRAZO EM DIAS (0 = SEM VENCIMENTO) :'
                   MOVE ZERO TO PRAZO-NOVO
                   ACCEPT PRAZO-NOVO
                   MOVE PRAZO-NOVO TO ARE-PRAZO-DIAS
                   MOVE 'PRAZO' TO ACAO-JORNAL
               END-IF
               IF ADM-PERFIL
                   PERFORM 5200-LE-PERFIL
                   MOVE 'PERFIL' TO ACAO-JORNAL
               END-IF
               IF PERFIL-RECUSADO
                   DISPLAY 'PERFIL RECUSADO - AREA NAO ALTERADA.'
               ELSE
                   MOVE DATA-HOJE TO ARE-DATA-ALTERACAO
                   REWRITE REG-AREA
                   IF FS-ARE NOT = '00'
                       DISPLAY 'ERRO DE REGRAVACAO EM ARQAREA - FS '
                               FS-ARE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 6000-JORNALIZA
                   END-IF
               END-IF
           END-IF.

       5100-LE-COTAS.
      *    As duas cotas sao sempre informadas juntas; zero tira o
      *    limite.
           DISPLAY 'COTA MAXIMA DETIDA ATUAL: ' ARE-COTA-MAXIMA.
           DISPLAY 'NOVA COTA MAXIMA DETIDA (0 = SEM LIMITE) :'.
           MOVE ZERO TO COTA-MAXIMA-NOVA.
           ACCEPT COTA-MAXIMA-NOVA.
           MOVE COTA-MAXIMA-NOVA TO ARE-COTA-MAXIMA.
           DISPLAY 'COTA POR PEDIDO ATUAL: ' ARE-COTA-PEDIDO.
           DISPLAY 'NOVA COTA POR PEDIDO (0 = SEM LIMITE) :'.
           MOVE ZERO TO COTA-PEDIDO-NOVA.
           ACCEPT COTA-PEDIDO-NOVA.
           MOVE COTA-PEDIDO-NOVA TO ARE-COTA-PEDIDO.

       5200-LE-PERFIL.
      *    O perfil inteiro e informado de uma vez e so substitui o
      *    atual se passar em todas as conferencias. Formato P volta
      *    ao layout antigo de ARQENTREGA (CPF pontuado e data de
      *    geracao), sem cabecalho nem trailer.
           DISPLAY 'PERFIL ATUAL: ' ARE-PERFIL-ENTREGA.
           MOVE SPACES TO PERFIL-NOVO.
           DISPLAY 'FORMATO (P=PADRAO  D=DELIMITADO  F=LARGURA FIXA) :'.
           ACCEPT PNV-FORMATO.
           PERFORM 5250-MAIUSCULAS.
           IF PNV-FORMATO = 'P' OR = SPACE
               MOVE ARE-PRF-VERSAO TO VERSAO-PERFIL
               MOVE SPACES TO ARE-PERFIL-ENTREGA
               MOVE VERSAO-PERFIL TO ARE-PRF-VERSAO
               MOVE 'P' TO ARE-PRF-FORMATO
           ELSE
               IF PNV-FORMATO NOT = 'D' AND NOT = 'F'
                   DISPLAY 'FORMATO INVALIDO.'
                   MOVE 'S' TO PERFIL-ERRO-SW
               ELSE
                   PERFORM 5210-LE-DETALHES-PERFIL
               END-IF
           END-IF.
           IF NOT PERFIL-RECUSADO
               IF ARE-PRF-VERSAO IS NOT NUMERIC
                   MOVE ZERO TO ARE-PRF-VERSAO
               END-IF
               ADD 1 TO ARE-PRF-VERSAO
           END-IF.

       5210-LE-DETALHES-PERFIL.
           IF PNV-FORMATO = 'D'
               DISPLAY 'DELIMITADOR (BRANCO = ;) :'
               ACCEPT PNV-DELIMITADOR
               IF PNV-DELIMITADOR = SPACE
                   MOVE ';' TO PNV-DELIMITADOR
               END-IF
           END-IF.
           DISPLAY 'CAMPOS EM ORDEM, ATE 6 (C=CPF  G=DATA GERACAO  '
                   'N=NUMERO ENTREGA  A=AREA  E=DATA ENTREGA) :'.
           ACCEPT PNV-CAMPOS.
           DISPLAY 'CPF (P=PONTUADO  N=SO DIGITOS) :'.
           ACCEPT PNV-CPF.
           DISPLAY 'DATAS (A=AAAAMMDD  B=DD/MM/AAAA  I=AAAA-MM-DD) :'.
           ACCEPT PNV-DATA.
           DISPLAY 'CABECALHO COM OS NOMES DOS CAMPOS (S/N) :'.
           ACCEPT PNV-CABECALHO.
           PERFORM 5250-MAIUSCULAS.
           PERFORM 5220-CONFERE-CAMPOS.
           IF PNV-CPF NOT = 'P' AND NOT = 'N'
               DISPLAY 'FORMATO DE CPF INVALIDO.'
               MOVE 'S' TO PERFIL-ERRO-SW
           END-IF.
           IF PNV-DATA NOT = 'A' AND NOT = 'B' AND NOT = 'I'
               DISPLAY 'FORMATO DE DATA INVALIDO.'
               MOVE 'S' TO PERFIL-ERRO-SW
           END-IF.
           IF PNV-CABECALHO NOT = 'S'
               MOVE 'N' TO PNV-CABECALHO
           END-IF.
           MOVE 'S' TO PNV-TRAILER.
           IF NOT PERFIL-RECUSADO
               MOVE PNV-FORMATO     TO ARE-PRF-FORMATO
               MOVE PNV-DELIMITADOR TO ARE-PRF-DELIMITADOR
               MOVE PNV-CAMPOS      TO ARE-PRF-CAMPOS
               MOVE PNV-CPF         TO ARE-PRF-CPF
               MOVE PNV-DATA        TO ARE-PRF-DATA
               MOVE PNV-CABECALHO   TO ARE-PRF-CABECALHO
               MOVE PNV-TRAILER     TO ARE-PRF-TRAILER
           END-IF.

       5220-CONFERE-CAMPOS.
      *    Campos sao letras do conjunto, sem repeticao, e o CPF e
      *    obrigatorio - um arquivo de entrega sem CPF nao entrega
      *    nada. Branco no meio da lista e recusado para a ordem
      *    gravada ser a ordem do arquivo.
           MOVE 'N' TO TEM-CPF-SW.
           PERFORM VARYING IND-CAMPO FROM 1 BY 1 UNTIL IND-CAMPO > 6
               IF PNV-CAMPO(IND-CAMPO) = 'C'
                   SET PERFIL-TEM-CPF TO TRUE
               END-IF
               IF PNV-CAMPO(IND-CAMPO) NOT = SPACE
                   IF PNV-CAMPO(IND-CAMPO) NOT = 'C' AND NOT = 'G'
                           AND NOT = 'N' AND NOT = 'A' AND NOT = 'E'
                       DISPLAY 'CAMPO INVALIDO: ' PNV-CAMPO(IND-CAMPO)
                       MOVE 'S' TO PERFIL-ERRO-SW
                   END-IF
                   IF IND-CAMPO > 1
                       IF PNV-CAMPO(IND-CAMPO - 1) = SPACE
                           DISPLAY 'BRANCO NO MEIO DA LISTA DE CAMPOS.'
                           MOVE 'S' TO PERFIL-ERRO-SW
                       END-IF
                   END-IF
                   PERFORM VARYING IND-OUTRO FROM 1 BY 1
                           UNTIL IND-OUTRO NOT < IND-CAMPO
                       IF PNV-CAMPO(IND-OUTRO) = PNV-CAMPO(IND-CAMPO)
                           DISPLAY 'CAMPO REPETIDO: '
                                   PNV-CAMPO(IND-CAMPO)
                           MOVE 'S' TO PERFIL-ERRO-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF NOT PERFIL-TEM-CPF
               DISPLAY 'O CAMPO C (CPF) E OBRIGATORIO.'
               MOVE 'S' TO PERFIL-ERRO-SW
           END-IF.

       5250-MAIUSCULAS.
           INSPECT PERFIL-NOVO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       6000-JORNALIZA.
      *    Toda mudanca sai no jornal com quem a fez e a imagem da
      *    area depois dela; rodando isolado, sem sign-on, o autor
      *    sai LOTE, como nos demais carimbos de autoria do projeto.
           MOVE SPACES           TO REG-JORNAL-AREA.
           ACCEPT JAR-DATA       FROM DATE YYYYMMDD.
           ACCEPT JAR-HORA       FROM TIME.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'       TO JAR-QUEM
           ELSE
               MOVE OPR-SESSAO-CODIGO TO JAR-QUEM
           END-IF.
           MOVE ACAO-JORNAL      TO JAR-ACAO.
           MOVE ARE-CODIGO       TO JAR-CODIGO.
           MOVE ARE-NOME         TO JAR-NOME.
           MOVE ARE-RESPONSAVEL  TO JAR-RESPONSAVEL.
           MOVE ARE-CENTRO-CUSTO TO JAR-CENTRO-CUSTO.
           MOVE ARE-ATIVA        TO JAR-ATIVA.
           MOVE ARE-COTA-MAXIMA  TO JAR-COTA-MAXIMA.
           MOVE ARE-COTA-PEDIDO  TO JAR-COTA-PEDIDO.
           MOVE ARE-PRAZO-DIAS   TO JAR-PRAZO-DIAS.
           MOVE ARE-PERFIL-ENTREGA TO JAR-PERFIL.
           OPEN EXTEND ARQ-JORNAL.
           IF FS-JRN NOT = '00'
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           IF FS-JRN = '00'
               WRITE REG-JORNAL-AREA
               CLOSE ARQ-JORNAL
           END-IF.
           DISPLAY ACAO-JORNAL ' DE ' ARE-CODIGO ' REGISTRADA.'.

       7000-LISTAR.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'AREAS CADASTRADAS'.
           DISPLAY '-------------------------------------------'.
           MOVE ZERO TO QTD-LISTADAS.
           MOVE 'N' TO ARE-FIM.
           MOVE LOW-VALUES TO ARE-CODIGO.
           START ARQ-AREAS KEY NOT LESS THAN ARE-CODIGO
               INVALID KEY
                   SET AREAS-ACABARAM TO TRUE
           END-START.
           PERFORM UNTIL AREAS-ACABARAM
               READ ARQ-AREAS NEXT RECORD
                   AT END
                       SET AREAS-ACABARAM TO TRUE
                   NOT AT END
                       ADD 1 TO QTD-LISTADAS
                       DISPLAY ARE-CODIGO ' ' ARE-NOME ' '
                               ARE-RESPONSAVEL ' CC '
                               ARE-CENTRO-CUSTO ' ' ARE-ATIVA
                               ' COTA ' ARE-COTA-MAXIMA
                               ' POR PEDIDO ' ARE-COTA-PEDIDO
                               ' PRAZO ' ARE-PRAZO-DIAS
                               ' PERFIL ' ARE-PERFIL-ENTREGA
               END-READ
           END-PERFORM.
           DISPLAY QTD-LISTADAS ' AREAS.'.
