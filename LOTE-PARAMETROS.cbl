      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Cartoes de parametro da cadeia noturna com data de
      *            vigencia (LOTEPARM): o comportamento da noite -
      *            particoes, faixa de varredura, regioes,
      *            balanceamento, fila e vigia - saia de variaveis do
      *            ambiente do escalonador ou do proprio script, e
      *            ninguem sabia dizer com que parametros uma noite
      *            rodou. Cada
      *            cartao diz: a partir da data X, o parametro P vale V.
      *            O cartao em vigor numa data e o de maior vigencia
      *            ate ela; dois cartoes com a mesma vigencia, vale o
      *            gravado por ultimo (a correcao de um cartao futuro e
      *            um cartao novo com a mesma data). O arquivo so
      *            cresce: a historia de quem mudou o que fica nele e no
      *            jornal LOTEPARMJRN (data, hora, operador, parametro,
      *            vigencia, valor que vigoraria e valor novo).
      *
      *            Modos: 1 inclui um cartao - so o supervisor (nivel 3
      *            da sessao do menu), vigencia de hoje em diante, valor
      *            conferido pela regra do parametro (por exemplo, no
      *            maximo 16 particoes, inicio da faixa nao acima do
      *            limite em vigor na mesma data); 2 lista os valores em
      *            vigor numa data, com a origem de cada um, e os
      *            cartoes ja programados para depois dela; 3 e o
      *            extrato da cadeia: grava em LOTEPARMVIG os cartoes em
      *            vigor na data pedida (RC 4 sem nenhum cartao).
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, na opcao 22 do menu de operacoes e na
      *     largada de LOTE-NOTURNO.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-PARAMETROS.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-CARTOES ASSIGN TO "LOTEPARM"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CARTOES.

                       SELECT ARQ-JORNAL ASSIGN TO "LOTEPARMJRN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-JRN.

                       SELECT ARQ-VIGENTES ASSIGN TO "LOTEPARMVIG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-VIG.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-CARTOES
                       LABEL RECORD STANDARD.

                       01 REG-CARTAO.
                           05 PRM-NOME         PIC X(10).
                           05 FILLER           PIC X(01).
                           05 PRM-VIGOR        PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 PRM-VALOR        PIC X(20).
                           05 FILLER           PIC X(01).
                           05 PRM-OPERADOR     PIC X(08).
                           05 FILLER           PIC X(01).
                           05 PRM-DATA-ALT     PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 PRM-HORA-ALT     PIC 9(06).

                   FD ARQ-JORNAL
                       LABEL RECORD STANDARD.

                       01 REG-JORNAL-PRM.
                           05 JPR-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 JPR-HORA         PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 JPR-OPERADOR     PIC X(08).
                           05 FILLER           PIC X(01).
                           05 JPR-NOME         PIC X(10).
                           05 FILLER           PIC X(01).
                           05 JPR-VIGOR        PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 JPR-ANTERIOR     PIC X(20).
                           05 FILLER           PIC X(01).
                           05 JPR-NOVO         PIC X(20).

                   FD ARQ-VIGENTES
                       LABEL RECORD STANDARD.

                       01 REG-VIGENTE.
                           05 VIG-NOME         PIC X(10).
                           05 FILLER           PIC X(01).
                           05 VIG-VIGOR        PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 VIG-VALOR        PIC X(20).

               WORKING-STORAGE SECTION.

                   01 FS-CARTOES       PIC X(02).
                   01 FS-JRN           PIC X(02).
                   01 FS-VIG           PIC X(02).

                   COPY OPERADOR.

                   01 MODO-PRM         PIC 9(01) VALUE 2.
                       88 PRM-INCLUIR      VALUE 1.
                       88 PRM-CONSULTA     VALUE 2.
                       88 PRM-EXTRATO      VALUE 3.

                   01 CARTAO-FIM       PIC X(01) VALUE 'N'.
                       88 CARTOES-ACABARAM VALUE 'S'.
                   01 HA-CARTOES-SW    PIC X(01) VALUE 'N'.
                       88 HA-CARTOES       VALUE 'S'.

                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 HORA-CRUA        PIC 9(08) VALUE ZERO.
                   01 HORA-AGORA       PIC 9(06) VALUE ZERO.
                   01 DATA-REF         PIC 9(08) VALUE ZERO.
                   01 DATA-REF-RED     REDEFINES DATA-REF.
                       05 REF-SECULO   PIC 9(02).
                       05 REF-ANO      PIC 9(02).
                       05 REF-MES      PIC 9(02).
                       05 REF-DIA      PIC 9(02).

      *    Parametros conhecidos: nome no cartao (o sufixo da antiga
      *    variavel LOTE_NOTURNO_), tipo (N numero na faixa minimo a
      *    maximo, B chave 0/1, H hora HHMMSS, R regioes fiscais) e o
      *    padrao da cadeia quando nao ha cartao.
                   01 TAB-PARAMETROS.
                       05 FILLER PIC X(10) VALUE 'PARTICOES'.
                       05 FILLER PIC X(01) VALUE 'N'.
                       05 FILLER PIC 9(11) VALUE 1.
                       05 FILLER PIC 9(11) VALUE 16.
                       05 FILLER PIC X(11) VALUE '1'.
                       05 FILLER PIC X(10) VALUE 'CPF_INICIO'.
                       05 FILLER PIC X(01) VALUE 'N'.
                       05 FILLER PIC 9(11) VALUE 0.
                       05 FILLER PIC 9(11) VALUE 99999999999.
                       05 FILLER PIC X(11) VALUE '4568298652'.
                       05 FILLER PIC X(10) VALUE 'CPF_LIMITE'.
                       05 FILLER PIC X(01) VALUE 'N'.
                       05 FILLER PIC 9(11) VALUE 0.
                       05 FILLER PIC 9(11) VALUE 99999999999.
                       05 FILLER PIC X(11) VALUE '99999999999'.
                       05 FILLER PIC X(10) VALUE 'REGIOES'.
                       05 FILLER PIC X(01) VALUE 'R'.
                       05 FILLER PIC 9(11) VALUE 0.
                       05 FILLER PIC 9(11) VALUE 0.
                       05 FILLER PIC X(11) VALUE SPACES.
                       05 FILLER PIC X(10) VALUE 'BALANCEIA'.
                       05 FILLER PIC X(01) VALUE 'B'.
                       05 FILLER PIC 9(11) VALUE 0.
                       05 FILLER PIC 9(11) VALUE 1.
                       05 FILLER PIC X(11) VALUE '0'.
                       05 FILLER PIC X(10) VALUE 'FILA'.
                       05 FILLER PIC X(01) VALUE 'B'.
                       05 FILLER PIC 9(11) VALUE 0.
                       05 FILLER PIC 9(11) VALUE 1.
                       05 FILLER PIC X(11) VALUE '0'.
                       05 FILLER PIC X(10) VALUE 'VIGIA'.
                       05 FILLER PIC X(01) VALUE 'B'.
                       05 FILLER PIC 9(11) VALUE 0.
                       05 FILLER PIC 9(11) VALUE 1.
                       05 FILLER PIC X(11) VALUE '0'.
                       05 FILLER PIC X(10) VALUE 'VIGIA_SEG'.
                       05 FILLER PIC X(01) VALUE 'N'.
                       05 FILLER PIC 9(11) VALUE 30.
                       05 FILLER PIC 9(11) VALUE 3600.
                       05 FILLER PIC X(11) VALUE '300'.
                       05 FILLER PIC X(10) VALUE 'VIGIA_MIN'.
                       05 FILLER PIC X(01) VALUE 'N'.
                       05 FILLER PIC 9(11) VALUE 1.
                       05 FILLER PIC 9(11) VALUE 999.
                       05 FILLER PIC X(11) VALUE '10'.
                       05 FILLER PIC X(10) VALUE 'VIGIA_FIM'.
                       05 FILLER PIC X(01) VALUE 'H'.
                       05 FILLER PIC 9(11) VALUE 0.
                       05 FILLER PIC 9(11) VALUE 0.
                       05 FILLER PIC X(11) VALUE '060000'.
                   01 TAB-PARAMETROS-RED REDEFINES TAB-PARAMETROS.
                       05 PAR-ITEM OCCURS 10 TIMES INDEXED BY IX-PAR.
                           10 PAR-NOME         PIC X(10).
                           10 PAR-TIPO         PIC X(01).
                           10 PAR-MINIMO       PIC 9(11).
                           10 PAR-MAXIMO       PIC 9(11).
                           10 PAR-PADRAO       PIC X(11).

      *    Cartao em vigor de cada parametro na data de referencia.
                   01 TAB-VIGENTES.
                       05 TVG-ITEM OCCURS 10 TIMES.
                           10 TVG-ACHOU        PIC X(01).
                           10 TVG-VIGOR        PIC 9(08).
                           10 TVG-VALOR        PIC X(20).
                           10 TVG-OPERADOR     PIC X(08).

                   01 IND-PAR          PIC 9(02) VALUE ZERO.
                   01 IND-CAR          PIC 9(02) VALUE ZERO.
                   01 QTD-CARTOES      PIC 9(05) VALUE ZERO.
                   01 QTD-FUTUROS      PIC 9(05) VALUE ZERO.
                   01 QTD-GRAVADOS     PIC 9(02) VALUE ZERO.

                   01 NOME-NOVO        PIC X(10) VALUE SPACES.
                   01 NOME-BUSCA       PIC X(10) VALUE SPACES.
                   01 IND-ACHADO       PIC 9(02) VALUE ZERO.
                   01 IND-OUTRO        PIC 9(02) VALUE ZERO.
                   01 VALOR-NOVO       PIC X(20) VALUE SPACES.
                   01 VALOR-CONVERTER  PIC X(20) VALUE SPACES.
                   01 VALOR-CONVERTER-RED REDEFINES VALOR-CONVERTER.
                       05 VC-CARACTER  PIC X(01) OCCURS 20 TIMES.
                   01 VALOR-ANTERIOR   PIC X(20) VALUE SPACES.
                   01 CONFIRMA         PIC X(01) VALUE SPACE.

                   01 VALOR-OK-SW      PIC X(01) VALUE 'S'.
                       88 VALOR-OK         VALUE 'S'.
                   01 MOTIVO-RECUSA    PIC X(50) VALUE SPACES.
                   01 NUMERO-VALOR     PIC 9(11) VALUE ZERO.
                   01 NUMERO-OUTRO     PIC 9(11) VALUE ZERO.
                   01 NUMERO-DIGITADO  PIC 9(11) VALUE ZERO.
                   01 MINIMO-EDITADO   PIC Z(10)9.
                   01 MAXIMO-EDITADO   PIC Z(10)9.
                   01 QTD-DIGITOS      PIC 9(02) VALUE ZERO.
                   01 FIM-DIGITOS-SW   PIC X(01) VALUE 'N'.
                       88 FIM-DIGITOS      VALUE 'S'.
                   01 DIGITO-X         PIC X(01) VALUE SPACE.
                   01 DIGITO-9         REDEFINES DIGITO-X PIC 9(01).
                   01 NUMERO-EDITADO   PIC Z(10)9.
                   01 QTD-BRANCOS      PIC 9(02) VALUE ZERO.
                   01 HORA-VALOR       PIC 9(06) VALUE ZERO.
                   01 HORA-VALOR-RED   REDEFINES HORA-VALOR.
                       05 HV-HH        PIC 9(02).
                       05 HV-MM        PIC 9(02).
                       05 HV-SS        PIC 9(02).
                   01 ORIGEM-VALOR     PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE 'N' TO HA-CARTOES-SW.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-CRUA FROM TIME.
           COMPUTE HORA-AGORA = HORA-CRUA / 100.

           DISPLAY 'MODO (1=INCLUIR CARTAO  2=CONSULTA  '
                   '3=EXTRATO DA CADEIA) :'.
           ACCEPT MODO-PRM.
           IF MODO-PRM < 1 OR MODO-PRM > 3
               MOVE 2 TO MODO-PRM
           END-IF.

           IF PRM-INCLUIR
               PERFORM 1000-INCLUIR THRU 1000-INCLUIR-FIM
           END-IF.
           IF PRM-CONSULTA
               PERFORM 4000-CONSULTA
           END-IF.
           IF PRM-EXTRATO
               PERFORM 5000-EXTRATO
           END-IF.

           GOBACK.

      *----------------------------------------------------------------
      * Inclusao de um cartao, com a regra do parametro conferida
      * contra os valores em vigor na data da vigencia.
      *----------------------------------------------------------------
       1000-INCLUIR.
           IF OPR-SESSAO-NIVEL NOT = 3
                   OR OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               DISPLAY 'INCLUSAO DE CARTAO RESERVADA AO SUPERVISOR '
                       '(NIVEL 3).'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INCLUIR-FIM
           END-IF.

           DISPLAY 'PARAMETROS: PARTICOES CPF_INICIO CPF_LIMITE '
                   'REGIOES BALANCEIA'.
           DISPLAY '            FILA VIGIA VIGIA_SEG VIGIA_MIN '
                   'VIGIA_FIM'.
           DISPLAY 'PARAMETRO :'.
           MOVE SPACES TO NOME-NOVO.
           ACCEPT NOME-NOVO.
           MOVE NOME-NOVO TO NOME-BUSCA.
           PERFORM 1100-ACHA-PARAMETRO.
           MOVE IND-ACHADO TO IND-PAR.
           IF IND-PAR = ZERO
               DISPLAY 'PARAMETRO DESCONHECIDO: ' NOME-NOVO
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INCLUIR-FIM
           END-IF.

           DISPLAY 'VIGENTE A PARTIR DE (AAAAMMDD) :'.
           MOVE ZERO TO DATA-REF.
           ACCEPT DATA-REF.
      *    Vigencia com o seculo verdadeiro de LOTECTL; uma data
      *    ainda digitada no velho habito 00AAMMDD tem o seculo
      *    corrigido para 20.
           IF REF-SECULO = ZERO AND DATA-REF NOT = ZERO
               MOVE 20 TO REF-SECULO
           END-IF.
           IF REF-MES < 1 OR REF-MES > 12
                   OR REF-DIA < 1 OR REF-DIA > 31
               DISPLAY 'DATA DE VIGENCIA INVALIDA: ' DATA-REF
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INCLUIR-FIM
           END-IF.
      *    Noite ja rodada nao muda de parametro: o que ela usou esta
      *    em LOTECTL e o cartao so vale dali em diante.
           IF DATA-REF < DATA-HOJE
               DISPLAY 'VIGENCIA NO PASSADO RECUSADA - A PARTIR DE '
                       DATA-HOJE ' EM DIANTE.'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INCLUIR-FIM
           END-IF.

           PERFORM 2000-CARREGA-VIGENTES.
           PERFORM 2500-VALOR-EM-VIGOR.
           MOVE TVG-VALOR(IND-PAR) TO VALOR-ANTERIOR.
           DISPLAY 'VALOR EM ' DATA-REF ': ' TVG-VALOR(IND-PAR)
                   ' (' ORIGEM-VALOR ')'.

           DISPLAY 'VALOR NOVO :'.
           MOVE SPACES TO VALOR-NOVO.
           ACCEPT VALOR-NOVO.
           PERFORM 3000-VALIDA-VALOR.
           IF NOT VALOR-OK
               DISPLAY 'VALOR RECUSADO: ' MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INCLUIR-FIM
           END-IF.

           DISPLAY 'CARTAO: ' PAR-NOME(IND-PAR) ' = ' VALOR-NOVO
                   ' A PARTIR DE ' DATA-REF.
           DISPLAY 'CONFIRMA (S/N) :'.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = 'S' AND CONFIRMA NOT = 's'
               DISPLAY 'CARTAO NAO GRAVADO.'
               GO TO 1000-INCLUIR-FIM
           END-IF.

           PERFORM 1200-GRAVA-CARTAO.
       1000-INCLUIR-FIM.
           EXIT.

       1100-ACHA-PARAMETRO.
           MOVE ZERO TO IND-ACHADO.
           SET IX-PAR TO 1.
           SEARCH PAR-ITEM
               AT END
                   MOVE ZERO TO IND-ACHADO
               WHEN PAR-NOME(IX-PAR) = NOME-BUSCA
                   SET IND-ACHADO TO IX-PAR
           END-SEARCH.

       1200-GRAVA-CARTAO.
           MOVE SPACES             TO REG-CARTAO.
           MOVE PAR-NOME(IND-PAR)  TO PRM-NOME.
           MOVE DATA-REF           TO PRM-VIGOR.
           MOVE VALOR-NOVO         TO PRM-VALOR.
           MOVE OPR-SESSAO-CODIGO  TO PRM-OPERADOR.
           MOVE DATA-HOJE          TO PRM-DATA-ALT.
           MOVE HORA-AGORA         TO PRM-HORA-ALT.
           OPEN EXTEND ARQ-CARTOES.
           IF FS-CARTOES NOT = '00'
               OPEN OUTPUT ARQ-CARTOES
           END-IF.
           IF FS-CARTOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR LOTEPARM - FS ' FS-CARTOES
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE REG-CARTAO
               CLOSE ARQ-CARTOES
               DISPLAY 'CARTAO GRAVADO.'
               PERFORM 1300-GRAVA-JORNAL
           END-IF.

       1300-GRAVA-JORNAL.
           MOVE SPACES             TO REG-JORNAL-PRM.
           MOVE DATA-HOJE          TO JPR-DATA.
           MOVE HORA-AGORA         TO JPR-HORA.
           MOVE OPR-SESSAO-CODIGO  TO JPR-OPERADOR.
           MOVE PAR-NOME(IND-PAR)  TO JPR-NOME.
           MOVE DATA-REF           TO JPR-VIGOR.
           MOVE VALOR-ANTERIOR     TO JPR-ANTERIOR.
           MOVE VALOR-NOVO         TO JPR-NOVO.
           OPEN EXTEND ARQ-JORNAL.
           IF FS-JRN NOT = '00'
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           IF FS-JRN = '00'
               WRITE REG-JORNAL-PRM
               CLOSE ARQ-JORNAL
           ELSE
               DISPLAY 'AVISO: LOTEPARMJRN NAO ACEITA GRAVACAO - FS '
                       FS-JRN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * Cartao em vigor de cada parametro em DATA-REF: o de maior
      * vigencia ate a data; empate, o gravado por ultimo.
      *----------------------------------------------------------------
       2000-CARREGA-VIGENTES.
           INITIALIZE TAB-VIGENTES.
           MOVE ZERO TO QTD-CARTOES.
           MOVE ZERO TO QTD-FUTUROS.
           MOVE 'N' TO CARTAO-FIM.
           OPEN INPUT ARQ-CARTOES.
           IF FS-CARTOES = '00'
               SET HA-CARTOES TO TRUE
               PERFORM 2100-LER-CARTAO
               PERFORM UNTIL CARTOES-ACABARAM
                   ADD 1 TO QTD-CARTOES
                   IF PRM-VIGOR > DATA-REF
                       ADD 1 TO QTD-FUTUROS
                   ELSE
                       PERFORM 2200-GUARDA-VIGENTE
                   END-IF
                   PERFORM 2100-LER-CARTAO
               END-PERFORM
               CLOSE ARQ-CARTOES
           END-IF.

       2100-LER-CARTAO.
           READ ARQ-CARTOES
               AT END
                   SET CARTOES-ACABARAM TO TRUE
           END-READ.

       2200-GUARDA-VIGENTE.
           SET IX-PAR TO 1.
           SEARCH PAR-ITEM
               AT END
                   CONTINUE
               WHEN PAR-NOME(IX-PAR) = PRM-NOME
                   SET IND-CAR TO IX-PAR
                   IF TVG-ACHOU(IND-CAR) NOT = 'S'
                           OR PRM-VIGOR NOT < TVG-VIGOR(IND-CAR)
                       MOVE 'S'          TO TVG-ACHOU(IND-CAR)
                       MOVE PRM-VIGOR    TO TVG-VIGOR(IND-CAR)
                       MOVE PRM-VALOR    TO TVG-VALOR(IND-CAR)
                       MOVE PRM-OPERADOR TO TVG-OPERADOR(IND-CAR)
                   END-IF
           END-SEARCH.

       2500-VALOR-EM-VIGOR.
      *    Sem cartao, o valor em vigor e o padrao da cadeia.
           IF TVG-ACHOU(IND-PAR) = 'S'
               MOVE 'CARTAO' TO ORIGEM-VALOR
           ELSE
               MOVE 'PADRAO' TO ORIGEM-VALOR
               MOVE PAR-PADRAO(IND-PAR) TO TVG-VALOR(IND-PAR)
           END-IF.

      *----------------------------------------------------------------
      * Regra de cada tipo de parametro. O numero sai regravado sem
      * zeros a esquerda: a aritmetica do shell le 0456... como
      * octal.
      *----------------------------------------------------------------
       3000-VALIDA-VALOR.
           MOVE 'S' TO VALOR-OK-SW.
           MOVE SPACES TO MOTIVO-RECUSA.
           IF PAR-TIPO(IND-PAR) = 'B'
               IF VALOR-NOVO NOT = '0' AND VALOR-NOVO NOT = '1'
                   MOVE 'N' TO VALOR-OK-SW
                   MOVE 'CHAVE ACEITA SO 0 OU 1.' TO MOTIVO-RECUSA
               END-IF
           END-IF.
           IF PAR-TIPO(IND-PAR) = 'R'
               PERFORM 3300-VALIDA-REGIOES
           END-IF.
           IF PAR-TIPO(IND-PAR) = 'H'
               MOVE VALOR-NOVO TO VALOR-CONVERTER
               PERFORM 3100-CONVERTE-NUMERO
               IF VALOR-OK
                   IF QTD-DIGITOS NOT = 6
                       MOVE 'N' TO VALOR-OK-SW
                       MOVE 'HORA EM HHMMSS, SEIS DIGITOS.'
                           TO MOTIVO-RECUSA
                   ELSE
                       MOVE NUMERO-VALOR TO HORA-VALOR
                       IF HV-HH > 23 OR HV-MM > 59 OR HV-SS > 59
                           MOVE 'N' TO VALOR-OK-SW
                           MOVE 'HORA INVALIDA.' TO MOTIVO-RECUSA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF PAR-TIPO(IND-PAR) = 'N'
               MOVE VALOR-NOVO TO VALOR-CONVERTER
               PERFORM 3100-CONVERTE-NUMERO
               IF VALOR-OK
                   IF NUMERO-VALOR < PAR-MINIMO(IND-PAR)
                           OR NUMERO-VALOR > PAR-MAXIMO(IND-PAR)
                       MOVE 'N' TO VALOR-OK-SW
                       MOVE PAR-MINIMO(IND-PAR) TO MINIMO-EDITADO
                       MOVE PAR-MAXIMO(IND-PAR) TO MAXIMO-EDITADO
                       STRING 'FORA DA FAIXA PERMITIDA:'
                              MINIMO-EDITADO ' A' MAXIMO-EDITADO
                           DELIMITED BY SIZE INTO MOTIVO-RECUSA
                   ELSE
                       PERFORM 3200-CONFERE-FAIXA
                           THRU 3200-CONFERE-FAIXA-FIM
                   END-IF
               END-IF
               IF VALOR-OK
                   MOVE NUMERO-VALOR TO NUMERO-EDITADO
                   MOVE ZERO TO QTD-BRANCOS
                   INSPECT NUMERO-EDITADO
                       TALLYING QTD-BRANCOS FOR LEADING SPACES
                   MOVE SPACES TO VALOR-NOVO
                   MOVE NUMERO-EDITADO(QTD-BRANCOS + 1:)
                       TO VALOR-NOVO
               END-IF
           END-IF.

       3100-CONVERTE-NUMERO.
      *    So digitos, encostados a esquerda, no maximo onze.
           MOVE ZERO TO NUMERO-VALOR.
           MOVE ZERO TO QTD-DIGITOS.
           MOVE 'N' TO FIM-DIGITOS-SW.
           PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 20
               MOVE VC-CARACTER(IND-CAR) TO DIGITO-X
               IF DIGITO-X = SPACE
                   SET FIM-DIGITOS TO TRUE
               ELSE
                   IF FIM-DIGITOS OR DIGITO-X IS NOT NUMERIC
                           OR QTD-DIGITOS = 11
                       MOVE 'N' TO VALOR-OK-SW
                   ELSE
                       ADD 1 TO QTD-DIGITOS
                       COMPUTE NUMERO-VALOR =
                           NUMERO-VALOR * 10 + DIGITO-9
                   END-IF
               END-IF
           END-PERFORM.
           IF QTD-DIGITOS = ZERO
               MOVE 'N' TO VALOR-OK-SW
           END-IF.
           IF NOT VALOR-OK
               MOVE 'NUMERO INVALIDO (SO DIGITOS, ATE ONZE).'
                   TO MOTIVO-RECUSA
           END-IF.

       3200-CONFERE-FAIXA.
      *    Inicio e limite da varredura sao conferidos um contra o
      *    outro, com o par em vigor (cartao ou padrao) na mesma data.
           MOVE SPACES TO NOME-BUSCA.
           IF PAR-NOME(IND-PAR) = 'CPF_INICIO'
               MOVE 'CPF_LIMITE' TO NOME-BUSCA
           END-IF.
           IF PAR-NOME(IND-PAR) = 'CPF_LIMITE'
               MOVE 'CPF_INICIO' TO NOME-BUSCA
           END-IF.
           IF NOME-BUSCA = SPACES
               GO TO 3200-CONFERE-FAIXA-FIM
           END-IF.
           PERFORM 1100-ACHA-PARAMETRO.
           MOVE IND-ACHADO TO IND-OUTRO.
           IF TVG-ACHOU(IND-OUTRO) = 'S'
               MOVE TVG-VALOR(IND-OUTRO) TO VALOR-CONVERTER
           ELSE
               MOVE PAR-PADRAO(IND-OUTRO) TO VALOR-CONVERTER
           END-IF.
           MOVE NUMERO-VALOR TO NUMERO-DIGITADO.
           PERFORM 3100-CONVERTE-NUMERO.
           MOVE NUMERO-VALOR TO NUMERO-OUTRO.
           MOVE NUMERO-DIGITADO TO NUMERO-VALOR.
           MOVE 'S' TO VALOR-OK-SW.
           MOVE SPACES TO MOTIVO-RECUSA.
           MOVE NUMERO-OUTRO TO MAXIMO-EDITADO.
           IF NOME-BUSCA = 'CPF_LIMITE'
                   AND NUMERO-VALOR > NUMERO-OUTRO
               MOVE 'N' TO VALOR-OK-SW
               STRING 'INICIO ACIMA DO LIMITE EM VIGOR:' MAXIMO-EDITADO
                   DELIMITED BY SIZE INTO MOTIVO-RECUSA
           END-IF.
           IF NOME-BUSCA = 'CPF_INICIO'
                   AND NUMERO-VALOR < NUMERO-OUTRO
               MOVE 'N' TO VALOR-OK-SW
               STRING 'LIMITE ABAIXO DO INICIO EM VIGOR:' MAXIMO-EDITADO
                   DELIMITED BY SIZE INTO MOTIVO-RECUSA
           END-IF.
       3200-CONFERE-FAIXA-FIM.
           EXIT.

       3300-VALIDA-REGIOES.
      *    Digitos de regiao fiscal (9o digito do CPF) encostados a
      *    esquerda; branco e todas as regioes.
           MOVE 'N' TO FIM-DIGITOS-SW.
           PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 20
               MOVE VALOR-NOVO(IND-CAR:1) TO DIGITO-X
               IF DIGITO-X = SPACE
                   SET FIM-DIGITOS TO TRUE
               ELSE
                   IF FIM-DIGITOS OR DIGITO-X IS NOT NUMERIC
                           OR IND-CAR > 10
                       MOVE 'N' TO VALOR-OK-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT VALOR-OK
               MOVE 'REGIOES SAO DIGITOS 0-9 JUNTOS (EX. 78), ATE DEZ.'
                   TO MOTIVO-RECUSA
           END-IF.

      *----------------------------------------------------------------
      * Consulta: valores em vigor numa data e cartoes programados.
      *----------------------------------------------------------------
       4000-CONSULTA.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE) :'.
           MOVE ZERO TO DATA-REF.
           ACCEPT DATA-REF.
           IF DATA-REF = ZERO
               MOVE DATA-HOJE TO DATA-REF
           END-IF.
           IF REF-SECULO = ZERO
               MOVE 20 TO REF-SECULO
           END-IF.
           PERFORM 2000-CARREGA-VIGENTES.
           DISPLAY '-------------------------------------------------'
                   '---------------------'.
           DISPLAY 'PARAMETROS DA CADEIA NOTURNA EM VIGOR EM '
                   DATA-REF.
           DISPLAY 'PARAMETRO  VALOR                ORIGEM   VIGENCIA '
                   'OPERADOR'.
           DISPLAY '-------------------------------------------------'
                   '---------------------'.
           PERFORM VARYING IND-PAR FROM 1 BY 1 UNTIL IND-PAR > 10
               PERFORM 2500-VALOR-EM-VIGOR
               IF TVG-ACHOU(IND-PAR) = 'S'
                   DISPLAY PAR-NOME(IND-PAR) ' ' TVG-VALOR(IND-PAR)
                           ' ' ORIGEM-VALOR ' ' TVG-VIGOR(IND-PAR)
                           ' ' TVG-OPERADOR(IND-PAR)
               ELSE
                   DISPLAY PAR-NOME(IND-PAR) ' ' TVG-VALOR(IND-PAR)
                           ' ' ORIGEM-VALOR
               END-IF
           END-PERFORM.
           DISPLAY '-------------------------------------------------'
                   '---------------------'.
           IF QTD-FUTUROS > ZERO
               PERFORM 4100-LISTA-FUTUROS
           ELSE
               DISPLAY 'NENHUM CARTAO PROGRAMADO DEPOIS DE ' DATA-REF
                       '.'
           END-IF.

       4100-LISTA-FUTUROS.
           DISPLAY 'CARTOES PROGRAMADOS DEPOIS DE ' DATA-REF ':'.
           MOVE 'N' TO CARTAO-FIM.
           OPEN INPUT ARQ-CARTOES.
           IF FS-CARTOES = '00'
               PERFORM 2100-LER-CARTAO
               PERFORM UNTIL CARTOES-ACABARAM
                   IF PRM-VIGOR > DATA-REF
                       DISPLAY PRM-NOME ' ' PRM-VALOR ' A PARTIR DE '
                               PRM-VIGOR ' POR ' PRM-OPERADOR
                               ' EM ' PRM-DATA-ALT
                   END-IF
                   PERFORM 2100-LER-CARTAO
               END-PERFORM
               CLOSE ARQ-CARTOES
           END-IF.

      *----------------------------------------------------------------
      * Extrato da cadeia: os cartoes em vigor na data, um por linha.
      * Parametro sem cartao fica fora - a cadeia aplica o padrao.
      *----------------------------------------------------------------
       5000-EXTRATO.
           DISPLAY 'DATA DA CADEIA (AAAAMMDD, 0 = HOJE) :'.
           MOVE ZERO TO DATA-REF.
           ACCEPT DATA-REF.
           IF DATA-REF = ZERO
               MOVE DATA-HOJE TO DATA-REF
           END-IF.
           PERFORM 2000-CARREGA-VIGENTES.
           MOVE ZERO TO QTD-GRAVADOS.
           OPEN OUTPUT ARQ-VIGENTES.
           IF FS-VIG NOT = '00'
               DISPLAY 'ERRO AO ABRIR LOTEPARMVIG - FS ' FS-VIG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IND-PAR FROM 1 BY 1 UNTIL IND-PAR > 10
                   IF TVG-ACHOU(IND-PAR) = 'S'
                       MOVE SPACES             TO REG-VIGENTE
                       MOVE PAR-NOME(IND-PAR)  TO VIG-NOME
                       MOVE TVG-VIGOR(IND-PAR) TO VIG-VIGOR
                       MOVE TVG-VALOR(IND-PAR) TO VIG-VALOR
                       WRITE REG-VIGENTE
                       ADD 1 TO QTD-GRAVADOS
                   END-IF
               END-PERFORM
               CLOSE ARQ-VIGENTES
               DISPLAY 'CARTOES EM VIGOR EM ' DATA-REF ': '
                       QTD-GRAVADOS
               IF QTD-GRAVADOS = ZERO
                   DISPLAY 'NENHUM CARTAO EM VIGOR - A CADEIA USA OS '
                           'PADROES.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
