      *     aplicada saem ecoados em CALCREL e no jornal de sessao -
      *     um fechamento contestado mostra exatamente qual taxa
      *     entrou na conta.
      *   - O relatorio CALCREL e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      *   - Tabela de amortizacao (A), para o credito conferir as
      *     parcelas sem planilha: principal, quantidade de parcelas
      *     (ate 360), codigo da taxa ao periodo em CALCTAXAS - a
      *     vigente na data do contrato, nao na de hoje - e o sistema
      *     (P = Price, prestacao constante; S = SAC, amortizacao
      *     constante). Sai a tabela inteira - parcela, prestacao,
      *     juros, amortizacao e saldo devedor - com os totais; a
      *     diferenca de arredondamento fica na ultima parcela, que
      *     zera o saldo. No interativo vai para a tela (e o jornal
      *     recebe o resumo); no lote a linha de CALCLOTE traz o
      *     principal em N1, as parcelas em N2, o codigo da taxa e,
      *     nas colunas novas do fim, o sistema e a data do contrato
      *     (branco = Price e hoje), e a tabela vai para CALCREL.
      *   - Operacoes com datas (D), para os prazos de liquidacao sem
      *     contar no calendario de parede: soma ou subtrai dias
      *     corridos (+ -) ou dias uteis (U V), conta os dias uteis
      *     entre duas datas (Q) e acha o proximo ou o anterior dia
      *     util (P A). Dia util e dia de semana que nao seja feriado
      *     (marca F) no calendario LOTECAL, lido uma vez no inicio,
      *     como a tabela de taxas. Valem no interativo (com linha
      *     no jornal) e no lote: a linha D de CALCLOTE traz a
      *     operacao na coluna do sistema, a data na coluna da data
      *     do contrato, os dias na parte inteira de N2 e, na coluna
      *     nova do fim, a data final da contagem Q; datas AAAAMMDD,
      *     0 ou branco = hoje, nos dois modos.
      *   - MONTA-LINHA-DATAS testa cada caso num IF proprio e sai
      *     pelo paragrafo de saida, em vez da escada de IF/ELSE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULADORA-V1.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TAXAS.

                   SELECT ARQ-CALENDARIO ASSIGN TO "LOTECAL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CAL.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-LOTE
                   05 LOTE-N2   PIC 9(07)V9(02).
                   05 FILLER    PIC X(01).
                   05 LOTE-TAXA-COD PIC X(04).
                   05 FILLER    PIC X(01).
                   05 LOTE-SISTEMA PIC X(01).
                   05 FILLER    PIC X(01).
                   05 LOTE-DATA-CONTRATO PIC X(08).
                   05 FILLER    PIC X(01).
                   05 LOTE-DATA-FIM PIC X(08).

               01 REG-LOTE-RED REDEFINES REG-LOTE.
                   05 LOTE-N1-TXT  PIC X(09).
                   05 FILLER       PIC X(32).

           FD ARQ-REL
               LABEL RECORD STANDARD.
                   05 FILLER       PIC X(01).
                   05 TAX-VIGENCIA PIC 9(08).

           FD ARQ-CALENDARIO
               LABEL RECORD STANDARD.

               01 REG-CALENDARIO.
                   05 CAL-DATA     PIC 9(08).
                   05 FILLER       PIC X(01).
                   05 CAL-MARCA    PIC X(01).
                   05 FILLER       PIC X(01).
                   05 CAL-OBS      PIC X(20).

       WORKING-STORAGE SECTION.
       01 N1   PIC 9(07)V9(02).
       01 N2   PIC 9(07)V9(02).
       01 MELHOR-VIGENCIA PIC 9(08) VALUE ZERO.
       01 QTD-LOTE-TAXINV PIC 9(07) VALUE ZERO.
       01 DATA-HOJE    PIC 9(08) VALUE ZERO.
       01 DATA-REF-TAXA PIC 9(08) VALUE ZERO.
       01 ERRO-PARAM-SW PIC X(01) VALUE "N".
           88 PARAMETRO-INVALIDO VALUE "S".

      *    Tabela de amortizacao (A). A taxa de CALCTAXAS e ao
      *    periodo (a parcela), em percentual.
       01 AMORT-SISTEMA PIC X(01).
           88 SISTEMA-PRICE VALUE "P".
           88 SISTEMA-SAC   VALUE "S".
       01 AMORT-NOME-SISTEMA PIC X(05).
       01 AMORT-PRINCIPAL PIC 9(07)V9(02).
       01 AMORT-PARCELAS  PIC 9(03).
       01 AMORT-DATA-TEXTO PIC X(08).
       01 AMORT-DATA-CONTRATO PIC 9(08).
       01 AMORT-TAXA-PERIODO PIC 9(01)V9(06).
       01 AMORT-FATOR     PIC 9(09)V9(09).
       01 AMORT-FATOR-MENOS-1 PIC 9(09)V9(09).
       01 AMORT-NUMERADOR PIC 9(09)V9(09).
       01 AMORT-PRESTACAO PIC 9(07)V9(02).
       01 AMORT-COTA-SAC  PIC 9(07)V9(02).
       01 AMORT-PAGAMENTO PIC 9(07)V9(02).
       01 AMORT-PRIMEIRA  PIC 9(07)V9(02).
       01 AMORT-JUROS     PIC 9(07)V9(02).
       01 AMORT-AMORTIZACAO PIC 9(07)V9(02).
       01 AMORT-SALDO     PIC 9(07)V9(02).
       01 AMORT-TOT-PAGAMENTO PIC 9(09)V9(02).
       01 AMORT-TOT-JUROS PIC 9(09)V9(02).
       01 AMORT-TOT-AMORT PIC 9(09)V9(02).
       01 IND-PARCELA     PIC 9(03).
       01 AMORT-LINHA     PIC X(60).
       01 AMORT-DETALHE.
           05 AD-PARCELA    PIC ZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 AD-PAGAMENTO  PIC Z(08)9.99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 AD-JUROS      PIC Z(08)9.99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 AD-AMORT      PIC Z(08)9.99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 AD-SALDO      PIC Z(08)9.99.
       01 AMORT-TOTAL.
           05 FILLER        PIC X(04) VALUE "TOT.".
           05 FILLER        PIC X(02) VALUE SPACES.
           05 AT-PAGAMENTO  PIC Z(08)9.99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 AT-JUROS      PIC Z(08)9.99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 AT-AMORT      PIC Z(08)9.99.
           05 FILLER        PIC X(14) VALUE SPACES.
       01 AMORT-PARCELAS-EXIB PIC ZZ9.
       01 QTD-LOTE-AMORT  PIC 9(07) VALUE ZERO.

      *    Operacoes com datas (D). O calendario LOTECAL guarda uma
      *    linha por data distinta, com a primeira marcacao lida para
      *    ela (a mesma regra de LOTE-CALENDARIO); so a marca F
      *    (feriado) tira o dia de semana da conta de dias uteis.
       01 FS-CAL       PIC X(02).
       01 CAL-FIM-SW   PIC X(01) VALUE "N".
           88 CALENDARIO-ACABOU VALUE "S".
       01 CAL-AUSENTE-SW PIC X(01) VALUE "N".
           88 CALENDARIO-AUSENTE VALUE "S".
       01 TAB-CALENDARIO.
           05 TAB-CAL OCCURS 1500 TIMES.
               10 TC-DIA       PIC 9(07).
               10 TC-MARCA     PIC X(01).
       01 QTD-DATAS-CAL PIC 9(04) VALUE ZERO.
       01 QTD-FERIADOS PIC 9(04) VALUE ZERO.
       01 IND-CAL      PIC 9(04).
       01 ACHOU-DIA-SW PIC X(01) VALUE "N".
           88 DIA-ACHADO VALUE "S".
       01 DIA-UTIL-SW  PIC X(01) VALUE "N".
           88 DIA-UTIL VALUE "S".
       01 PRAZO-FUNCAO PIC X(01).
           88 PRAZO-CORRIDOS VALUE "+" "-".
           88 PRAZO-UTEIS    VALUE "U" "V".
           88 PRAZO-VIZINHO  VALUE "P" "A".
           88 PRAZO-CONTA    VALUE "Q".
           88 PRAZO-PARA-TRAS VALUE "-" "V" "A".
       01 PRAZO-DATA-TEXTO PIC X(08).
       01 PRAZO-FIM-TEXTO  PIC X(08).
       01 PRAZO-TEXTO-TESTE PIC X(08).
       01 PRAZO-DATA-BASE  PIC 9(08).
       01 PRAZO-DATA-FIM   PIC 9(08).
       01 PRAZO-RESULTADO  PIC 9(08).
       01 PRAZO-DIAS-PEDIDOS PIC 9(07).
       01 PRAZO-DIAS       PIC 9(05).
       01 PRAZO-DIAS-EXIB  PIC 9(05).
       01 PRAZO-CONTAGEM   PIC S9(07).
       01 PRAZO-CONTAGEM-EXIB PIC -(07)9.
       01 PRAZO-CONTADOS   PIC 9(07).
       01 PRAZO-DATA-TESTE PIC 9(08).
       01 PRAZO-DIA-TESTE  PIC 9(07).
       01 PRAZO-DIA-BASE   PIC 9(07).
       01 PRAZO-DIA-FIM    PIC 9(07).
       01 PRAZO-DIA-MENOR  PIC 9(07).
       01 PRAZO-DIA-MAIOR  PIC 9(07).
       01 PRAZO-DIA-CORRENTE PIC S9(08).
       01 PRAZO-DIA-LIMITE PIC 9(07).
       01 PRAZO-DIA-SEMANA PIC 9(01).
       01 PRAZO-LINHA      PIC X(60).
       01 QTD-LOTE-DATAS   PIC 9(07) VALUE ZERO.
       COPY RELREG.

       PROCEDURE DIVISION.
           MOVE "N" TO SAIR.
           MOVE ZERO TO MEM.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-TAXAS.
           PERFORM CARREGA-CALENDARIO.
           DISPLAY "----INICIO----".
           DISPLAY "CALCULADORA V1".
           DISPLAY "MODO (I=INTERATIVO  B=LOTE) :".
           ELSE
               PERFORM UNTIL FIM-CALCULADORA
                   DISPLAY "OPERACAO (+ - * / P=PERCENTUAL J=JUROS"
                           " A=AMORTIZACAO D=DATAS"
                           " M=MEM+ R=RECORDAR C=LIMPAR S=SAIR) :"
                   ACCEPT OP

                       PERFORM OPERA-COM-TAXA
                   END-IF

                   IF OP EQUAL "A"
                       PERFORM OPERA-AMORTIZACAO
                   END-IF

                   IF OP EQUAL "D"
                       PERFORM OPERA-DATAS
                   END-IF

                   IF OP EQUAL "S"
                       MOVE "S" TO SAIR
                   END-IF
                   MOVE "S" TO TAXAS-FIM-SW
           END-READ.

       CARREGA-CALENDARIO.
      *        Carrega o calendario LOTECAL mantido por LOTE-
      *        CALENDARIO para as operacoes com datas; sem o arquivo,
      *        so sabado e domingo ficam fora dos dias uteis, e a
      *        operacao D avisa disso.
           MOVE ZERO TO QTD-DATAS-CAL.
           MOVE ZERO TO QTD-FERIADOS.
           MOVE "N" TO CAL-FIM-SW.
           MOVE "N" TO CAL-AUSENTE-SW.
           OPEN INPUT ARQ-CALENDARIO.
           IF FS-CAL = "00"
               PERFORM LER-CALENDARIO
               PERFORM UNTIL CALENDARIO-ACABOU
                   IF CAL-DATA IS NUMERIC AND CAL-DATA > ZERO
                       PERFORM GUARDA-DATA-CALENDARIO
                   END-IF
                   PERFORM LER-CALENDARIO
               END-PERFORM
               CLOSE ARQ-CALENDARIO
           ELSE
               MOVE "S" TO CAL-AUSENTE-SW
           END-IF.

       LER-CALENDARIO.
           READ ARQ-CALENDARIO
               AT END
                   MOVE "S" TO CAL-FIM-SW
           END-READ.

       GUARDA-DATA-CALENDARIO.
      *        Data marcada mais de uma vez vale pela primeira
      *        marcacao; datas alem da capacidade da tabela contam
      *        como dia de semana comum.
           MOVE CAL-DATA TO PRAZO-DATA-TESTE.
           COMPUTE PRAZO-DIA-TESTE =
                   FUNCTION INTEGER-OF-DATE(PRAZO-DATA-TESTE).
           MOVE PRAZO-DIA-TESTE TO PRAZO-DIA-CORRENTE.
           PERFORM PROCURA-DIA-CALENDARIO.
           IF NOT DIA-ACHADO AND PRAZO-DIA-TESTE > ZERO
                   AND QTD-DATAS-CAL < 1500
               ADD 1 TO QTD-DATAS-CAL
               MOVE PRAZO-DIA-TESTE TO TC-DIA(QTD-DATAS-CAL)
               MOVE CAL-MARCA       TO TC-MARCA(QTD-DATAS-CAL)
               IF CAL-MARCA = "F"
                   ADD 1 TO QTD-FERIADOS
               END-IF
           END-IF.

       PROCURA-DIA-CALENDARIO.
      *        Procura PRAZO-DIA-CORRENTE na tabela e deixa IND-CAL
      *        na linha achada.
           MOVE "N" TO ACHOU-DIA-SW.
           PERFORM VARYING IND-CAL FROM 1 BY 1
                   UNTIL IND-CAL > QTD-DATAS-CAL OR DIA-ACHADO
               IF TC-DIA(IND-CAL) = PRAZO-DIA-CORRENTE
                   MOVE "S" TO ACHOU-DIA-SW
               END-IF
           END-PERFORM.
           IF DIA-ACHADO
               SUBTRACT 1 FROM IND-CAL
           END-IF.

       VERIFICA-DIA-UTIL.
      *        PRAZO-DIA-CORRENTE e um dia util se nao cair em sabado
      *        ou domingo (o dia inteiro 1 e uma segunda-feira, entao
      *        o resto por 7 da 6 no sabado e 0 no domingo) nem numa
      *        data marcada F no calendario.
           MOVE "S" TO DIA-UTIL-SW.
           COMPUTE PRAZO-DIA-SEMANA =
                   FUNCTION MOD(PRAZO-DIA-CORRENTE, 7).
           IF PRAZO-DIA-SEMANA = 0 OR PRAZO-DIA-SEMANA = 6
               MOVE "N" TO DIA-UTIL-SW
           ELSE
               PERFORM PROCURA-DIA-CALENDARIO
               IF DIA-ACHADO
                   IF TC-MARCA(IND-CAL) = "F"
                       MOVE "N" TO DIA-UTIL-SW
                   END-IF
               END-IF
           END-IF.

       PROCURA-TAXA.
      *        Vale a vigencia mais recente que nao esteja no futuro
      *        (em relacao a DATA-REF-TAXA: hoje, ou a data do
      *        contrato na amortizacao), entre as entradas do codigo
      *        pedido - a tabela pode carregar a taxa de amanha sem
      *        mudar a conta de hoje.
           MOVE "N" TO ERRO-TAXA-SW.
           MOVE ZERO TO TAXA-APLICADA.
           MOVE ZERO TO MELHOR-VIGENCIA.
                   UNTIL IND-TAXA > QTD-TAXAS
               IF TT-CODIGO(IND-TAXA) = TAXA-PEDIDA
                  AND TT-VIGENCIA(IND-TAXA)
                      NOT GREATER THAN DATA-REF-TAXA
                  AND TT-VIGENCIA(IND-TAXA)
                      NOT LESS THAN MELHOR-VIGENCIA
                   MOVE TT-VIGENCIA(IND-TAXA) TO MELHOR-VIGENCIA
           END-IF.
           PERFORM GRAVA-JORNAL.

       OPERA-AMORTIZACAO.
      *        Tabela de amortizacao no visor; o jornal recebe uma
      *        linha com os parametros e a primeira prestacao (ou o
      *        erro), que basta para refazer a tabela.
           DISPLAY "PRINCIPAL (ATE 9999999,99) :".
           ACCEPT VALOR-TEXTO.
           PERFORM LE-VALOR.
           MOVE VALOR-NUM TO AMORT-PRINCIPAL.
           DISPLAY "PARCELAS (1 A 360) :".
           ACCEPT VALOR-TEXTO.
           PERFORM LE-VALOR.
           IF VALOR-INT > 999
               MOVE ZERO TO AMORT-PARCELAS
           ELSE
               MOVE VALOR-INT TO AMORT-PARCELAS
           END-IF.
           DISPLAY "CODIGO DA TAXA AO PERIODO (CALCTAXAS) :".
           ACCEPT TAXA-PEDIDA.
           DISPLAY "DATA DO CONTRATO (AAAAMMDD, 0 = HOJE) :".
           ACCEPT AMORT-DATA-TEXTO.
           DISPLAY "SISTEMA (P=PRICE S=SAC) :".
           ACCEPT AMORT-SISTEMA.
           PERFORM CALCULA-AMORTIZACAO.
           MOVE AMORT-PRINCIPAL TO N1-EXIB.
           MOVE AMORT-PARCELAS TO AMORT-PARCELAS-EXIB.
           MOVE SPACES TO JRN-LINHA.
           IF PARAMETRO-INVALIDO
               DISPLAY "ERRO: PRINCIPAL, PARCELAS (1 A 360), DATA DO "
                       "CONTRATO OU SISTEMA INVALIDO"
               STRING "A " N1-EXIB " " AMORT-PARCELAS-EXIB
                   "X = ERRO PARAMETRO"
                   DELIMITED BY SIZE INTO JRN-LINHA
           ELSE
               IF TAXA-DESCONHECIDA
                   DISPLAY "ERRO: TAXA " TAXA-PEDIDA " SEM VIGENCIA EM "
                           "CALCTAXAS NA DATA " AMORT-DATA-CONTRATO
                   STRING "A " N1-EXIB " " AMORT-PARCELAS-EXIB
                       "X TAXA " TAXA-PEDIDA " = ERRO TAXA"
                       DELIMITED BY SIZE INTO JRN-LINHA
               ELSE
                   IF OVERFLOW-CALC
                       DISPLAY "ERRO: PRESTACAO FORA DA FAIXA"
                       STRING "A " N1-EXIB " " AMORT-PARCELAS-EXIB
                           "X TAXA " TAXA-PEDIDA " = ERRO FAIXA"
                           DELIMITED BY SIZE INTO JRN-LINHA
                   ELSE
                       MOVE AMORT-PRIMEIRA TO N3
                       MOVE N3 TO N3-EXIB
                       STRING "A " AMORT-NOME-SISTEMA N1-EXIB " "
                           AMORT-PARCELAS-EXIB "X " TAXA-PEDIDA
                           " = " N3-EXIB
                           DELIMITED BY SIZE INTO JRN-LINHA
                   END-IF
               END-IF
           END-IF.
           PERFORM GRAVA-JORNAL.

       CALCULA-AMORTIZACAO.
      *        Compartilhado pelos dois modos: confere os parametros,
      *        busca a taxa vigente na data do contrato, calcula a
      *        prestacao (Price) ou a cota de amortizacao (SAC) e
      *        emite a tabela. PARAMETRO-INVALIDO, TAXA-DESCONHECIDA
      *        e OVERFLOW-CALC ficam para o chamador relatar.
           MOVE "N" TO ERRO-PARAM-SW.
           MOVE "N" TO ERRO-OVERFLOW.
           MOVE "N" TO ERRO-TAXA-SW.
           MOVE ZERO TO AMORT-PRIMEIRA.
           MOVE ZERO TO TAXA-APLICADA.
           IF AMORT-SISTEMA = SPACE
               MOVE "P" TO AMORT-SISTEMA
           END-IF.
           IF SISTEMA-PRICE
               MOVE "PRICE" TO AMORT-NOME-SISTEMA
           ELSE
               MOVE "SAC" TO AMORT-NOME-SISTEMA
           END-IF.
           IF AMORT-DATA-TEXTO = SPACES OR AMORT-DATA-TEXTO = "0"
                   OR AMORT-DATA-TEXTO = "00000000"
               MOVE DATA-HOJE TO AMORT-DATA-CONTRATO
           ELSE
               IF AMORT-DATA-TEXTO IS NUMERIC
                   MOVE AMORT-DATA-TEXTO TO AMORT-DATA-CONTRATO
               ELSE
                   MOVE ZERO TO AMORT-DATA-CONTRATO
               END-IF
           END-IF.
           IF AMORT-PRINCIPAL = ZERO
                   OR AMORT-PARCELAS = ZERO OR AMORT-PARCELAS > 360
                   OR (NOT SISTEMA-PRICE AND NOT SISTEMA-SAC)
                   OR AMORT-DATA-CONTRATO < 16010101
                   OR AMORT-DATA-CONTRATO > 99991231
               MOVE "S" TO ERRO-PARAM-SW
           ELSE
               MOVE AMORT-DATA-CONTRATO TO DATA-REF-TAXA
               PERFORM PROCURA-TAXA
           END-IF.
           IF NOT PARAMETRO-INVALIDO AND NOT TAXA-DESCONHECIDA
               COMPUTE AMORT-TAXA-PERIODO = TAXA-APLICADA / 100
               IF SISTEMA-PRICE
      *                Price: prestacao = P x i x F / (F - 1), com
      *                F = (1 + i) elevado ao numero de parcelas; taxa
      *                zero divide o principal igualmente. Cada termo
      *                vai para o seu campo antes da divisao, para o
      *                quociente nao perder casas no intermediario.
                   IF AMORT-TAXA-PERIODO = ZERO
                       COMPUTE AMORT-PRESTACAO ROUNDED =
                               AMORT-PRINCIPAL / AMORT-PARCELAS
                   ELSE
                       COMPUTE AMORT-FATOR ROUNDED =
                               (1 + AMORT-TAXA-PERIODO)
                               ** AMORT-PARCELAS
                           ON SIZE ERROR
                               MOVE "S" TO ERRO-OVERFLOW
                       END-COMPUTE
                       IF NOT OVERFLOW-CALC
                           COMPUTE AMORT-FATOR-MENOS-1 =
                                   AMORT-FATOR - 1
                           COMPUTE AMORT-NUMERADOR ROUNDED =
                                   AMORT-PRINCIPAL * AMORT-TAXA-PERIODO
                                   * AMORT-FATOR
                               ON SIZE ERROR
                                   MOVE "S" TO ERRO-OVERFLOW
                           END-COMPUTE
                       END-IF
                       IF NOT OVERFLOW-CALC
                           COMPUTE AMORT-PRESTACAO ROUNDED =
                                   AMORT-NUMERADOR / AMORT-FATOR-MENOS-1
                               ON SIZE ERROR
                                   MOVE "S" TO ERRO-OVERFLOW
                           END-COMPUTE
                       END-IF
                   END-IF
               ELSE
      *                SAC: cota fixa de amortizacao; a maior prestacao
      *                e a primeira, conferida aqui contra a faixa.
                   COMPUTE AMORT-COTA-SAC ROUNDED =
                           AMORT-PRINCIPAL / AMORT-PARCELAS
                   COMPUTE AMORT-PRESTACAO ROUNDED = AMORT-COTA-SAC
                           + AMORT-PRINCIPAL * AMORT-TAXA-PERIODO
                       ON SIZE ERROR
                           MOVE "S" TO ERRO-OVERFLOW
                   END-COMPUTE
               END-IF
           END-IF.
           IF NOT PARAMETRO-INVALIDO AND NOT TAXA-DESCONHECIDA
                   AND NOT OVERFLOW-CALC
               PERFORM EMITE-TABELA-AMORT
           END-IF.

       EMITE-TABELA-AMORT.
      *        Juros da parcela sobre o saldo devedor, arredondados ao
      *        centavo; a ultima parcela amortiza o saldo que sobrou,
      *        absorvendo a diferenca de arredondamento das
      *        anteriores - o saldo termina sempre em zero e o total
      *        amortizado e sempre o principal.
           MOVE AMORT-PRINCIPAL TO N1-EXIB.
           MOVE AMORT-PARCELAS TO AMORT-PARCELAS-EXIB.
           MOVE TAXA-APLICADA TO TAXA-EXIB.
           MOVE SPACES TO AMORT-LINHA.
           STRING "AMORTIZACAO " AMORT-NOME-SISTEMA " - PRINCIPAL "
               N1-EXIB " EM " AMORT-PARCELAS-EXIB " PARCELAS"
               DELIMITED BY SIZE INTO AMORT-LINHA.
           PERFORM EMITE-LINHA-AMORT.
           STRING "TAXA " TAXA-PEDIDA " " TAXA-EXIB
               " % AO PERIODO - CONTRATO " AMORT-DATA-CONTRATO
               DELIMITED BY SIZE INTO AMORT-LINHA.
           PERFORM EMITE-LINHA-AMORT.
           STRING "PARC     PRESTACAO         JUROS   "
               "AMORTIZACAO        SALDO"
               DELIMITED BY SIZE INTO AMORT-LINHA.
           PERFORM EMITE-LINHA-AMORT.
           MOVE AMORT-PRINCIPAL TO AMORT-SALDO.
           MOVE ZERO TO AMORT-TOT-PAGAMENTO.
           MOVE ZERO TO AMORT-TOT-JUROS.
           MOVE ZERO TO AMORT-TOT-AMORT.
           PERFORM VARYING IND-PARCELA FROM 1 BY 1
                   UNTIL IND-PARCELA > AMORT-PARCELAS
                      OR OVERFLOW-CALC
               COMPUTE AMORT-JUROS ROUNDED =
                       AMORT-SALDO * AMORT-TAXA-PERIODO
               IF IND-PARCELA = AMORT-PARCELAS
                   MOVE AMORT-SALDO TO AMORT-AMORTIZACAO
               ELSE
                   IF SISTEMA-PRICE
                       COMPUTE AMORT-AMORTIZACAO =
                               AMORT-PRESTACAO - AMORT-JUROS
                   ELSE
                       MOVE AMORT-COTA-SAC TO AMORT-AMORTIZACAO
                   END-IF
                   IF AMORT-AMORTIZACAO > AMORT-SALDO
                       MOVE AMORT-SALDO TO AMORT-AMORTIZACAO
                   END-IF
               END-IF
               COMPUTE AMORT-PAGAMENTO =
                       AMORT-AMORTIZACAO + AMORT-JUROS
                   ON SIZE ERROR
                       MOVE "S" TO ERRO-OVERFLOW
               END-COMPUTE
               IF NOT OVERFLOW-CALC
                   SUBTRACT AMORT-AMORTIZACAO FROM AMORT-SALDO
                   ADD AMORT-PAGAMENTO   TO AMORT-TOT-PAGAMENTO
                   ADD AMORT-JUROS       TO AMORT-TOT-JUROS
                   ADD AMORT-AMORTIZACAO TO AMORT-TOT-AMORT
                   IF IND-PARCELA = 1
                       MOVE AMORT-PAGAMENTO TO AMORT-PRIMEIRA
                   END-IF
                   MOVE IND-PARCELA       TO AD-PARCELA
                   MOVE AMORT-PAGAMENTO   TO AD-PAGAMENTO
                   MOVE AMORT-JUROS       TO AD-JUROS
                   MOVE AMORT-AMORTIZACAO TO AD-AMORT
                   MOVE AMORT-SALDO       TO AD-SALDO
                   MOVE AMORT-DETALHE TO AMORT-LINHA
                   PERFORM EMITE-LINHA-AMORT
               END-IF
           END-PERFORM.
           IF NOT OVERFLOW-CALC
               MOVE AMORT-TOT-PAGAMENTO TO AT-PAGAMENTO
               MOVE AMORT-TOT-JUROS     TO AT-JUROS
               MOVE AMORT-TOT-AMORT     TO AT-AMORT
               MOVE AMORT-TOTAL TO AMORT-LINHA
               PERFORM EMITE-LINHA-AMORT
           END-IF.

       EMITE-LINHA-AMORT.
           IF MODO-LOTE
               MOVE AMORT-LINHA TO REG-REL
               WRITE REG-REL
           ELSE
               DISPLAY AMORT-LINHA
           END-IF.
           MOVE SPACES TO AMORT-LINHA.

       LOTE-AMORTIZACAO.
      *        Linha A de CALCLOTE: principal em N1 (R encadeia a
      *        conta anterior), parcelas na parte inteira de N2, o
      *        codigo da taxa e, nas colunas do fim, o sistema e a data
      *        do contrato. A tabela sai inteira em CALCREL; o
      *        resultado para o encadeamento e a primeira prestacao.
           MOVE N1 TO AMORT-PRINCIPAL.
           IF N2 > 999
               MOVE ZERO TO AMORT-PARCELAS
           ELSE
               MOVE N2 TO AMORT-PARCELAS
           END-IF.
           MOVE LOTE-SISTEMA TO AMORT-SISTEMA.
           MOVE LOTE-DATA-CONTRATO TO AMORT-DATA-TEXTO.
           PERFORM CALCULA-AMORTIZACAO.
           MOVE SPACES TO REG-REL.
           MOVE N1 TO N1-EXIB.
           MOVE AMORT-PARCELAS TO AMORT-PARCELAS-EXIB.
           IF PARAMETRO-INVALIDO
               ADD 1 TO QTD-LOTE-OPINV
               STRING N1-EXIB " A " AMORT-PARCELAS-EXIB
                   "X = ERRO: PARAMETRO DA AMORTIZACAO"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           ELSE
               IF TAXA-DESCONHECIDA
                   ADD 1 TO QTD-LOTE-TAXINV
                   STRING N1-EXIB " A TAXA " TAXA-PEDIDA
                       " = ERRO: TAXA DESCONHECIDA"
                       DELIMITED BY SIZE INTO REG-REL
                   WRITE REG-REL
               ELSE
                   IF OVERFLOW-CALC
                       ADD 1 TO QTD-LOTE-OVER
                       STRING N1-EXIB " A " AMORT-PARCELAS-EXIB
                           "X = ERRO: RESULTADO FORA DA FAIXA"
                           DELIMITED BY SIZE INTO REG-REL
                       WRITE REG-REL
                   ELSE
                       ADD 1 TO QTD-LOTE-CALC
                       ADD 1 TO QTD-LOTE-AMORT
                       MOVE AMORT-PRIMEIRA TO ULTIMO-RESULTADO
                   END-IF
               END-IF
           END-IF.

       OPERA-DATAS.
      *        Operacao com datas no visor, com a mesma linha de
      *        resultado (ou de erro) acrescentada ao jornal.
           DISPLAY "OPERACAO COM DATAS (+ - = SOMA/SUBTRAI DIAS"
                   " CORRIDOS  U V = SOMA/SUBTRAI DIAS UTEIS".
           DISPLAY "  Q = DIAS UTEIS ENTRE DUAS DATAS  P A = PROXIMO/"
                   "ANTERIOR DIA UTIL) :".
           ACCEPT PRAZO-FUNCAO.
           DISPLAY "DATA (AAAAMMDD, 0 = HOJE) :".
           ACCEPT PRAZO-DATA-TEXTO.
           MOVE ZERO TO PRAZO-DIAS-PEDIDOS.
           MOVE SPACES TO PRAZO-FIM-TEXTO.
           IF PRAZO-CORRIDOS OR PRAZO-UTEIS
               DISPLAY "DIAS (0 A 99999) :"
               ACCEPT VALOR-TEXTO
               PERFORM LE-VALOR
               MOVE VALOR-INT TO PRAZO-DIAS-PEDIDOS
           END-IF.
           IF PRAZO-CONTA
               DISPLAY "DATA FINAL (AAAAMMDD, 0 = HOJE) :"
               ACCEPT PRAZO-FIM-TEXTO
           END-IF.
           IF CALENDARIO-AUSENTE
               DISPLAY "AVISO: LOTECAL NAO ENCONTRADO - SO SABADO E "
                       "DOMINGO FICAM FORA DOS DIAS UTEIS"
           END-IF.
           PERFORM CALCULA-DATAS.
           IF PARAMETRO-INVALIDO
               DISPLAY "ERRO: OPERACAO, DATA (AAAAMMDD) OU DIAS "
                       "(0 A 99999) INVALIDO"
           ELSE
               IF OVERFLOW-CALC
                   DISPLAY "ERRO: DATA RESULTANTE FORA DO CALENDARIO"
               END-IF
           END-IF.
           DISPLAY PRAZO-LINHA.
           MOVE PRAZO-LINHA TO JRN-LINHA.
           PERFORM GRAVA-JORNAL.

       CALCULA-DATAS.
      *        Compartilhado pelos dois modos: confere a operacao,
      *        as datas e os dias, faz a conta e monta em PRAZO-LINHA
      *        a linha de resultado (ou de erro) para o visor, o
      *        jornal e CALCREL. Soma de dias uteis a partir de um
      *        feriado conta do primeiro dia util seguinte (D+1 e o
      *        primeiro dia util depois da data); a contagem Q conta
      *        os dias uteis depois da data inicial ate a final
      *        inclusive, negativa quando a final vem antes.
           MOVE "N" TO ERRO-PARAM-SW.
           MOVE "N" TO ERRO-OVERFLOW.
           MOVE ZERO TO PRAZO-RESULTADO.
           MOVE ZERO TO PRAZO-CONTAGEM.
           MOVE ZERO TO PRAZO-DIAS.
           MOVE ZERO TO PRAZO-DATA-FIM.
           COMPUTE PRAZO-DIA-LIMITE =
                   FUNCTION INTEGER-OF-DATE(99991231).
           IF NOT PRAZO-CORRIDOS AND NOT PRAZO-UTEIS
                   AND NOT PRAZO-VIZINHO AND NOT PRAZO-CONTA
               MOVE "S" TO ERRO-PARAM-SW
           END-IF.
           IF PRAZO-DIAS-PEDIDOS > 99999
               MOVE "S" TO ERRO-PARAM-SW
           ELSE
               MOVE PRAZO-DIAS-PEDIDOS TO PRAZO-DIAS
           END-IF.
           IF PRAZO-VIZINHO
               MOVE 1 TO PRAZO-DIAS
           END-IF.
           MOVE PRAZO-DATA-TEXTO TO PRAZO-TEXTO-TESTE.
           PERFORM CONFERE-DATA-PRAZO.
           MOVE PRAZO-DATA-TESTE TO PRAZO-DATA-BASE.
           MOVE PRAZO-DIA-TESTE  TO PRAZO-DIA-BASE.
           IF PRAZO-CONTA
               MOVE PRAZO-FIM-TEXTO TO PRAZO-TEXTO-TESTE
               PERFORM CONFERE-DATA-PRAZO
               MOVE PRAZO-DATA-TESTE TO PRAZO-DATA-FIM
               MOVE PRAZO-DIA-TESTE  TO PRAZO-DIA-FIM
           END-IF.
           IF NOT PARAMETRO-INVALIDO
               IF PRAZO-CONTA
                   PERFORM CONTA-DIAS-UTEIS
               ELSE
                   IF PRAZO-CORRIDOS
                       IF PRAZO-PARA-TRAS
                           COMPUTE PRAZO-DIA-CORRENTE =
                                   PRAZO-DIA-BASE - PRAZO-DIAS
                       ELSE
                           COMPUTE PRAZO-DIA-CORRENTE =
                                   PRAZO-DIA-BASE + PRAZO-DIAS
                       END-IF
                       IF PRAZO-DIA-CORRENTE < 1
                               OR PRAZO-DIA-CORRENTE > PRAZO-DIA-LIMITE
                           MOVE "S" TO ERRO-OVERFLOW
                       END-IF
                   ELSE
                       PERFORM ANDA-DIAS-UTEIS
                   END-IF
                   IF NOT OVERFLOW-CALC
                       COMPUTE PRAZO-RESULTADO =
                           FUNCTION DATE-OF-INTEGER(PRAZO-DIA-CORRENTE)
                   END-IF
               END-IF
           END-IF.
           PERFORM MONTA-LINHA-DATAS THRU MONTA-LINHA-DATAS-EXIT.

       CONFERE-DATA-PRAZO.
      *        Converte PRAZO-TEXTO-TESTE (0 ou branco = hoje) em
      *        PRAZO-DATA-TESTE e no dia inteiro PRAZO-DIA-TESTE; data
      *        que nao existe no calendario (31/04, 29/02 fora do
      *        bissexto) nao volta igual da conversao de ida e volta
      *        e marca PARAMETRO-INVALIDO.
           MOVE ZERO TO PRAZO-DIA-TESTE.
           IF PRAZO-TEXTO-TESTE = SPACES OR PRAZO-TEXTO-TESTE = "0"
                   OR PRAZO-TEXTO-TESTE = "00000000"
               MOVE DATA-HOJE TO PRAZO-DATA-TESTE
           ELSE
               IF PRAZO-TEXTO-TESTE IS NUMERIC
                   MOVE PRAZO-TEXTO-TESTE TO PRAZO-DATA-TESTE
               ELSE
                   MOVE ZERO TO PRAZO-DATA-TESTE
               END-IF
           END-IF.
           IF PRAZO-DATA-TESTE < 16010101
               MOVE "S" TO ERRO-PARAM-SW
           ELSE
               COMPUTE PRAZO-DIA-TESTE =
                       FUNCTION INTEGER-OF-DATE(PRAZO-DATA-TESTE)
               IF PRAZO-DIA-TESTE = ZERO
                   MOVE "S" TO ERRO-PARAM-SW
               ELSE
                   COMPUTE PRAZO-RESULTADO =
                       FUNCTION DATE-OF-INTEGER(PRAZO-DIA-TESTE)
                   IF PRAZO-RESULTADO NOT = PRAZO-DATA-TESTE
                       MOVE "S" TO ERRO-PARAM-SW
                   END-IF
                   MOVE ZERO TO PRAZO-RESULTADO
               END-IF
           END-IF.

       ANDA-DIAS-UTEIS.
      *        Anda um dia corrido por vez, para a frente ou para
      *        tras, contando so os dias uteis, ate completar os
      *        pedidos; zero dias devolve a propria data.
           MOVE PRAZO-DIA-BASE TO PRAZO-DIA-CORRENTE.
           MOVE ZERO TO PRAZO-CONTADOS.
           PERFORM UNTIL PRAZO-CONTADOS NOT < PRAZO-DIAS
                   OR OVERFLOW-CALC
               IF PRAZO-PARA-TRAS
                   SUBTRACT 1 FROM PRAZO-DIA-CORRENTE
               ELSE
                   ADD 1 TO PRAZO-DIA-CORRENTE
               END-IF
               IF PRAZO-DIA-CORRENTE < 1
                       OR PRAZO-DIA-CORRENTE > PRAZO-DIA-LIMITE
                   MOVE "S" TO ERRO-OVERFLOW
               ELSE
                   PERFORM VERIFICA-DIA-UTIL
                   IF DIA-UTIL
                       ADD 1 TO PRAZO-CONTADOS
                   END-IF
               END-IF
           END-PERFORM.

       CONTA-DIAS-UTEIS.
      *        Dias uteis depois da menor data ate a maior inclusive;
      *        o sinal fica negativo quando a data final e anterior a
      *        inicial.
           IF PRAZO-DIA-FIM < PRAZO-DIA-BASE
               MOVE PRAZO-DIA-FIM  TO PRAZO-DIA-MENOR
               MOVE PRAZO-DIA-BASE TO PRAZO-DIA-MAIOR
           ELSE
               MOVE PRAZO-DIA-BASE TO PRAZO-DIA-MENOR
               MOVE PRAZO-DIA-FIM  TO PRAZO-DIA-MAIOR
           END-IF.
           MOVE ZERO TO PRAZO-CONTADOS.
           MOVE PRAZO-DIA-MENOR TO PRAZO-DIA-CORRENTE.
           PERFORM UNTIL PRAZO-DIA-CORRENTE NOT < PRAZO-DIA-MAIOR
               ADD 1 TO PRAZO-DIA-CORRENTE
               PERFORM VERIFICA-DIA-UTIL
               IF DIA-UTIL
                   ADD 1 TO PRAZO-CONTADOS
               END-IF
           END-PERFORM.
           MOVE PRAZO-CONTADOS TO PRAZO-CONTAGEM.
           IF PRAZO-DIA-FIM < PRAZO-DIA-BASE
               COMPUTE PRAZO-CONTAGEM = ZERO - PRAZO-CONTADOS
           END-IF.

       MONTA-LINHA-DATAS.
      *        Linha unica de resultado, com ate 50 posicoes para
      *        caber no jornal.
           MOVE SPACES TO PRAZO-LINHA.
           MOVE PRAZO-DIAS TO PRAZO-DIAS-EXIB.
           IF PARAMETRO-INVALIDO
               STRING "D " PRAZO-FUNCAO " " PRAZO-DATA-TEXTO " "
                   PRAZO-DIAS-PEDIDOS " = ERRO PARAMETRO"
                   DELIMITED BY SIZE INTO PRAZO-LINHA
               GO TO MONTA-LINHA-DATAS-EXIT
           END-IF.
           IF OVERFLOW-CALC
               STRING "D " PRAZO-FUNCAO " " PRAZO-DATA-BASE " "
                   PRAZO-DIAS-EXIB " = ERRO FAIXA"
                   DELIMITED BY SIZE INTO PRAZO-LINHA
               GO TO MONTA-LINHA-DATAS-EXIT
           END-IF.
           IF PRAZO-CONTA
               MOVE PRAZO-CONTAGEM TO PRAZO-CONTAGEM-EXIB
               STRING "D " PRAZO-DATA-BASE " A " PRAZO-DATA-FIM
                   " DIAS UTEIS = " PRAZO-CONTAGEM-EXIB
                   DELIMITED BY SIZE INTO PRAZO-LINHA
               GO TO MONTA-LINHA-DATAS-EXIT
           END-IF.
           IF PRAZO-FUNCAO = "P"
               STRING "D " PRAZO-DATA-BASE " PROXIMO DIA UTIL = "
                   PRAZO-RESULTADO
                   DELIMITED BY SIZE INTO PRAZO-LINHA
               GO TO MONTA-LINHA-DATAS-EXIT
           END-IF.
           IF PRAZO-FUNCAO = "A"
               STRING "D " PRAZO-DATA-BASE " DIA UTIL ANTERIOR = "
                   PRAZO-RESULTADO
                   DELIMITED BY SIZE INTO PRAZO-LINHA
               GO TO MONTA-LINHA-DATAS-EXIT
           END-IF.
           IF PRAZO-CORRIDOS
               STRING "D " PRAZO-DATA-BASE " " PRAZO-FUNCAO " "
                   PRAZO-DIAS-EXIB " DIAS CORRIDOS = "
                   PRAZO-RESULTADO
                   DELIMITED BY SIZE INTO PRAZO-LINHA
               GO TO MONTA-LINHA-DATAS-EXIT
           END-IF.
           IF PRAZO-PARA-TRAS
               STRING "D " PRAZO-DATA-BASE " - " PRAZO-DIAS-EXIB
                   " DIAS UTEIS = " PRAZO-RESULTADO
                   DELIMITED BY SIZE INTO PRAZO-LINHA
               GO TO MONTA-LINHA-DATAS-EXIT
           END-IF.
           STRING "D " PRAZO-DATA-BASE " + " PRAZO-DIAS-EXIB
               " DIAS UTEIS = " PRAZO-RESULTADO
               DELIMITED BY SIZE INTO PRAZO-LINHA.

       MONTA-LINHA-DATAS-EXIT.
           EXIT.

       LOTE-DATAS.
      *        Linha D de CALCLOTE: a operacao na coluna do sistema,
      *        a data na coluna da data do contrato, os dias na parte
      *        inteira de N2 e a data final (so para Q) na ultima
      *        coluna. N1 nao e usado e a linha nao mexe no resultado
      *        encadeado por R, que e sempre um valor.
           MOVE LOTE-SISTEMA TO PRAZO-FUNCAO.
           MOVE LOTE-DATA-CONTRATO TO PRAZO-DATA-TEXTO.
           MOVE N2 TO PRAZO-DIAS-PEDIDOS.
           MOVE LOTE-DATA-FIM TO PRAZO-FIM-TEXTO.
           PERFORM CALCULA-DATAS.
           IF PARAMETRO-INVALIDO
               ADD 1 TO QTD-LOTE-OPINV
           ELSE
               IF OVERFLOW-CALC
                   ADD 1 TO QTD-LOTE-OVER
               ELSE
                   ADD 1 TO QTD-LOTE-CALC
                   ADD 1 TO QTD-LOTE-DATAS
               END-IF
           END-IF.
           MOVE PRAZO-LINHA TO REG-REL.
           WRITE REG-REL.

       GRAVA-JORNAL.
      *        Acrescenta a acao corrente ao jornal da sessao, com
      *        data e hora; se o arquivo ainda nao existir, e criado
           MOVE "N" TO ERRO-TAXA-SW.

           IF OP EQUAL "P" OR OP EQUAL "J"
               MOVE DATA-HOJE TO DATA-REF-TAXA
               PERFORM PROCURA-TAXA
               IF NOT TAXA-DESCONHECIDA
                   IF OP EQUAL "P"
           MOVE ZERO TO QTD-LOTE-OVER.
           MOVE ZERO TO QTD-LOTE-OPINV.
           MOVE ZERO TO QTD-LOTE-TAXINV.
           MOVE ZERO TO QTD-LOTE-AMORT.
           MOVE ZERO TO QTD-LOTE-DATAS.
           OPEN INPUT  ARQ-LOTE.
           IF FS-LOTE NOT = "00"
               DISPLAY "ARQUIVO DE LOTE NAO ENCONTRADO: CALCLOTE"
               END-IF
               IF OP NOT = "+" AND OP NOT = "-" AND OP NOT = "*"
                       AND OP NOT = "/" AND OP NOT = "P"
                       AND OP NOT = "J" AND OP NOT = "A"
                       AND OP NOT = "D"
      *            Operacao desconhecida nao calcula nada: sai
      *            apontada no relatorio e contada a parte, em vez de
      *            reaproveitar o N3 da linha anterior em silencio.
                       DELIMITED BY SIZE INTO REG-REL
                   WRITE REG-REL
               ELSE
               IF OP EQUAL "A"
                   PERFORM LOTE-AMORTIZACAO
               ELSE
               IF OP EQUAL "D"
                   PERFORM LOTE-DATAS
               ELSE
               PERFORM CALCULA-OPERACAO
               IF DIV-ZERO
                   ADD 1 TO QTD-LOTE-DIVZ
               END-IF
               WRITE REG-REL
               END-IF
               END-IF
               END-IF

               READ ARQ-LOTE
                   AT END MOVE "S" TO FIM-LOTE-SW
           PERFORM GRAVA-CONTROLE-REL.
           CLOSE ARQ-LOTE.
           CLOSE ARQ-REL.
           MOVE 'CALCREL'      TO REL-TIPO.
           MOVE 'CALCULADORA-V1' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.

       GRAVA-CONTROLE-REL.
      *        Bloco de controle no rodape de CALCREL, para o lote de
           STRING "CONTROLE: TAXA DESCONHECIDA " QTD-LOTE-TAXINV
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING "CONTROLE: TABELAS DE AMORTIZACAO " QTD-LOTE-AMORT
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           STRING "CONTROLE: OPERACOES COM DATAS " QTD-LOTE-DATAS
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           IF CALENDARIO-AUSENTE
               STRING "CONTROLE: LOTECAL NAO ENCONTRADO"
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "CONTROLE: FERIADOS DO LOTECAL " QTD-FERIADOS
                   DELIMITED BY SIZE INTO REG-REL
           END-IF.
           WRITE REG-REL.
       END PROGRAM CALCULADORA-V1.
