      *     atendido com o run do manifesto corrente. A baixa regrava
      *     a fila inteira a partir de uma tabela, como RANDOM-
      *     DISPENSA regrava seu controle; ate 200 pedidos.
      *   - O pedido ganhou REQ-REGIOES, as regioes fiscais (9o digito
      *     do CPF) a que a geracao deve se restringir, em branco
      *     para todas - pedidos gravados antes do campo chegam curtos
      *     e valem como todas. Na inclusao so os digitos informados
      *     sao guardados, juntos a esquerda; o modo 3 repassa o campo
      *     em PRX-REGIOES para a cadeia.
      *   - Na inclusao a area solicitante passa pela conferencia
      *     AREA-VALIDA contra o cadastro de areas: nao cadastrada ou
      *     inativa recusa o pedido (RC 8) sem tocar a fila; aceita,
      *     o pedido guarda o codigo em maiusculas.
      *   - O pedido ganhou REQ-DATA-ATEND, a data do manifesto do run
      *     que o atendeu, gravada na baixa (modo 4) - o rateio mensal
      *     por area conta os pedidos atendidos no mes. Pedido baixado
      *     antes do campo chega curto e fica com a data zerada.
      *   - Modo 5: carrega pedidos enviados pelas areas em arquivo
      *     (GERREQENT - area, tipo, inicio, limite, quantidade, prazo
      *     e regioes por linha, no envelope padrao com cabecalho e
      *     trailer). O arquivo passa antes pelo portao ARQ-PORTAO:
      *     recusado, vai para a quarentena e nada e incluido (RC 8);
      *     aceito, cada pedido passa pelas mesmas conferencias da
      *     inclusao digitada e entra pendente no fim da fila (pedido
      *     recusado e contado, RC 4), o arquivo de chegada e
      *     esvaziado e baixado como carregado.
      *   - O pedido ganhou REQ-DATA-PEDIDO, a data em que entrou na
      *     fila (inclusao digitada ou carga do modo 5) - o relatorio
      *     de prazos CPF-FILA-SLA mede a espera e o tempo de
      *     atendimento a partir dela. Pedido incluido antes do campo
      *     chega curto e fica com a data zerada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-FILA-PEDIDOS.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MF.

                       SELECT ARQ-SUBMISSAO ASSIGN TO "GERREQENT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-SUB.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-FILA
                           05 REQ-SITUACAO     PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REQ-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REQ-REGIOES      PIC X(10).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REQ-DATA-ATEND   PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REQ-DATA-PEDIDO  PIC 9(08).

                   FD ARQ-PROXIMO
                       LABEL RECORD STANDARD.
                           05 PRX-LIMITE       PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 PRX-QTD          PIC 9(09).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 PRX-REGIOES      PIC X(10).

                   FD ARQ-MANIFESTO
                       LABEL RECORD STANDARD.
                           05 MF-OPERADOR      PIC X(08).
                           05 MF-MODO-GER      PIC 9(01).

                   FD ARQ-SUBMISSAO
                       LABEL RECORD STANDARD.

                       01 REG-SUBMISSAO.
                           05 SUB-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 SUB-TIPO         PIC X(01).
                           05 FILLER           PIC X(01).
                           05 SUB-INICIO       PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 SUB-LIMITE       PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 SUB-QTD          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 SUB-PRAZO        PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 SUB-REGIOES      PIC X(10).
                       01 REG-SUBMISSAO-ENV.
                           COPY ENVELOPE.

               WORKING-STORAGE SECTION.

                   01 FS-FIL           PIC X(02).
                   01 FS-PRX           PIC X(02).
                   01 FS-MF            PIC X(02).
                   01 FS-SUB           PIC X(02).

                   01 MODO-FILA        PIC 9(01) VALUE ZERO.
                       88 FILA-INCLUIR     VALUE 1.
                       88 FILA-LISTAR      VALUE 2.
                       88 FILA-PROXIMO     VALUE 3.
                       88 FILA-BAIXAR      VALUE 4.
                       88 FILA-CARREGAR    VALUE 5.

                   01 FIL-FIM          PIC X(01) VALUE 'N'.
                       88 FILA-ACABOU      VALUE 'S'.
                           10 TF-PRAZO     PIC 9(08).
                           10 TF-SITUACAO  PIC X(01).
                           10 TF-NUM-RUN   PIC 9(10).
                           10 TF-REGIOES   PIC X(10).
                           10 TF-DATA-ATEND PIC 9(08).
                           10 TF-DATA-PEDIDO PIC 9(08).
                   01 QTD-PEDIDOS      PIC 9(03) VALUE ZERO.
                   01 IND-PED          PIC 9(03).
                   01 PED-ESCOLHIDO    PIC 9(03) VALUE ZERO.
                       88 FILA-TRANSBORDOU VALUE 'S'.

                   01 NUM-RUN-MF       PIC 9(10) VALUE ZERO.
                   01 DATA-EXEC-MF     PIC 9(08) VALUE ZERO.

                   01 REGIOES-DIGITADAS PIC X(10) VALUE SPACES.
                   01 REGIOES-DIGITADAS-RED REDEFINES REGIOES-DIGITADAS.
                       05 REGIAO-DIGITADA PIC X(01) OCCURS 10.
                   01 IND-REG          PIC 9(02).
                   01 QTD-REG          PIC 9(02).

                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).

                   01 SUB-FIM          PIC X(01) VALUE 'N'.
                       88 SUB-ACABOU       VALUE 'S'.
                   01 QTD-SUB-LIDOS    PIC 9(05) VALUE ZERO.
                   01 QTD-SUB-INCLUIDOS PIC 9(05) VALUE ZERO.
                   01 QTD-SUB-RECUSADOS PIC 9(05) VALUE ZERO.

                   01 PORTAO-FUNCAO    PIC X(01).
                   01 PORTAO-ARQUIVO   PIC X(12).
                   01 PORTAO-RC        PIC 9(01).

       PROCEDURE DIVISION.

           MOVE ZERO TO PED-ESCOLHIDO.

           DISPLAY 'MODO (1=INCLUIR  2=LISTAR  3=PROXIMO PENDENTE  '
                   '4=BAIXAR ATENDIDO  5=CARREGAR GERREQENT) :'.
           ACCEPT MODO-FILA.
           IF MODO-FILA < 1 OR MODO-FILA > 5
               MOVE 2 TO MODO-FILA
           END-IF.

           IF FILA-INCLUIR
               PERFORM 2000-INCLUIR
           ELSE
               IF FILA-CARREGAR
                   PERFORM 6000-CARREGAR-SUBMISSOES
               ELSE
                   PERFORM 1000-CARREGA-FILA
                   IF FILA-LISTAR
                       PERFORM 3000-LISTAR
                   END-IF
                   IF FILA-PROXIMO
                       PERFORM 4000-PROXIMO-PENDENTE
                   END-IF
                   IF FILA-BAIXAR
                       PERFORM 5000-BAIXAR-ATENDIDO
                   END-IF
               END-IF
           END-IF.

                   MOVE REQ-PRAZO    TO TF-PRAZO(QTD-PEDIDOS)
                   MOVE REQ-SITUACAO TO TF-SITUACAO(QTD-PEDIDOS)
                   MOVE REQ-NUM-RUN  TO TF-NUM-RUN(QTD-PEDIDOS)
                   MOVE REQ-REGIOES  TO TF-REGIOES(QTD-PEDIDOS)
                   IF REQ-DATA-ATEND IS NUMERIC
                       MOVE REQ-DATA-ATEND TO TF-DATA-ATEND(QTD-PEDIDOS)
                   ELSE
                       MOVE ZERO TO TF-DATA-ATEND(QTD-PEDIDOS)
                   END-IF
                   IF REQ-DATA-PEDIDO IS NUMERIC
                       MOVE REQ-DATA-PEDIDO
                           TO TF-DATA-PEDIDO(QTD-PEDIDOS)
                   ELSE
                       MOVE ZERO TO TF-DATA-PEDIDO(QTD-PEDIDOS)
                   END-IF
                   PERFORM 1100-LER-FILA
               END-PERFORM
      *        Fila maior que a tabela: os pedidos alem do 200o nao
           MOVE ZERO TO REQ-QTD.
           MOVE ZERO TO REQ-PRAZO.
           MOVE ZERO TO REQ-NUM-RUN.
           MOVE ZERO TO REQ-DATA-ATEND.
           ACCEPT REQ-DATA-PEDIDO FROM DATE YYYYMMDD.
           DISPLAY 'AREA SOLICITANTE (ATE 8 CARACTERES) :'.
           ACCEPT REQ-AREA.
           DISPLAY 'TIPO (F=FAIXA  Q=QUANTIDADE) :'.
               DISPLAY 'QUANTIDADE DE CPFS :'
               ACCEPT REQ-QTD
           END-IF.
           DISPLAY 'REGIOES FISCAIS - 9O DIGITO (EX. 78; '
                   'BRANCO = TODAS) :'.
           MOVE SPACES TO REGIOES-DIGITADAS.
           ACCEPT REGIOES-DIGITADAS.
           MOVE ZERO TO QTD-REG.
           PERFORM VARYING IND-REG FROM 1 BY 1 UNTIL IND-REG > 10
               IF REGIAO-DIGITADA(IND-REG) IS NUMERIC
                   ADD 1 TO QTD-REG
                   MOVE REGIAO-DIGITADA(IND-REG)
                       TO REQ-REGIOES(QTD-REG:1)
               END-IF
           END-PERFORM.
           DISPLAY 'NECESSARIO ATE (AAAAMMDD, 0 = SEM PRAZO) :'.
           ACCEPT REQ-PRAZO.
           MOVE 'P' TO REQ-SITUACAO.
           CALL 'AREA-VALIDA' USING REQ-AREA AREA-NOME-CAD AREA-RC.
           IF AREA-RC NOT = 0
               DISPLAY 'PEDIDO RECUSADO: AREA SOLICITANTE INVALIDA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2100-GRAVA-PEDIDO
           END-IF.

       2100-GRAVA-PEDIDO.
           OPEN EXTEND ARQ-FILA.
           IF FS-FIL NOT = '00'
               OPEN OUTPUT ARQ-FILA
                       ' QTD ' TF-QTD(IND-PED) ' ATE '
                       TF-PRAZO(IND-PED) ' SIT '
                       TF-SITUACAO(IND-PED) ' RUN '
                       TF-NUM-RUN(IND-PED) ' REG '
                       TF-REGIOES(IND-PED) ' EM '
                       TF-DATA-ATEND(IND-PED) ' PEDIDO EM '
                       TF-DATA-PEDIDO(IND-PED)
           END-PERFORM.
           DISPLAY QTD-PEDIDOS ' PEDIDOS NA FILA.'.

                   MOVE TF-INICIO(PED-ESCOLHIDO) TO PRX-INICIO
                   MOVE TF-LIMITE(PED-ESCOLHIDO) TO PRX-LIMITE
                   MOVE TF-QTD(PED-ESCOLHIDO)    TO PRX-QTD
                   MOVE TF-REGIOES(PED-ESCOLHIDO) TO PRX-REGIOES
                   WRITE REG-PROXIMO
                   CLOSE ARQ-PROXIMO
                   DISPLAY 'PROXIMO PEDIDO: '
                           TF-TIPO(PED-ESCOLHIDO) ' '
                           TF-INICIO(PED-ESCOLHIDO) ' A '
                           TF-LIMITE(PED-ESCOLHIDO) ' QTD '
                           TF-QTD(PED-ESCOLHIDO) ' REG '
                           TF-REGIOES(PED-ESCOLHIDO)
               END-IF
           END-IF.

               PERFORM 5100-LER-RUN-DO-MANIFESTO
               MOVE 'A' TO TF-SITUACAO(PED-ESCOLHIDO)
               MOVE NUM-RUN-MF TO TF-NUM-RUN(PED-ESCOLHIDO)
               MOVE DATA-EXEC-MF TO TF-DATA-ATEND(PED-ESCOLHIDO)
               PERFORM 5200-REGRAVA-FILA
               DISPLAY 'PEDIDO DE ' TF-AREA(PED-ESCOLHIDO)
                       ' BAIXADO COM O RUN ' NUM-RUN-MF '.'

       5100-LER-RUN-DO-MANIFESTO.
           MOVE ZERO TO NUM-RUN-MF.
           MOVE ZERO TO DATA-EXEC-MF.
           OPEN INPUT ARQ-MANIFESTO.
           IF FS-MF = '00'
               READ ARQ-MANIFESTO
               IF FS-MF = '00'
                   MOVE MF-NUM-RUN TO NUM-RUN-MF
                   MOVE MF-DATA-EXEC TO DATA-EXEC-MF
               END-IF
               CLOSE ARQ-MANIFESTO
           END-IF.
                   MOVE TF-PRAZO(IND-PED)    TO REQ-PRAZO
                   MOVE TF-SITUACAO(IND-PED) TO REQ-SITUACAO
                   MOVE TF-NUM-RUN(IND-PED)  TO REQ-NUM-RUN
                   MOVE TF-REGIOES(IND-PED)  TO REQ-REGIOES
                   MOVE TF-DATA-ATEND(IND-PED) TO REQ-DATA-ATEND
                   MOVE TF-DATA-PEDIDO(IND-PED) TO REQ-DATA-PEDIDO
                   WRITE REG-PEDIDO-GER
               END-PERFORM
               CLOSE ARQ-FILA
           END-IF.

       6000-CARREGAR-SUBMISSOES.
      *    Pedidos enviados pelas areas em GERREQENT: o arquivo so e
      *    lido depois que o portao o aceita; ausente ou vazio (retorno
      *    4) nao ha o que carregar.
           MOVE 'N' TO SUB-FIM.
           MOVE ZERO TO QTD-SUB-LIDOS.
           MOVE ZERO TO QTD-SUB-INCLUIDOS.
           MOVE ZERO TO QTD-SUB-RECUSADOS.
           MOVE 'C' TO PORTAO-FUNCAO.
           MOVE 'GERREQENT' TO PORTAO-ARQUIVO.
           CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                   PORTAO-RC.
           IF PORTAO-RC = 8
               DISPLAY 'CARGA RECUSADA: GERREQENT NAO PASSOU PELO '
                       'PORTAO - VER AVISOREJ.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PORTAO-RC = 4
               DISPLAY 'NENHUM PEDIDO A CARREGAR EM GERREQENT.'
               GOBACK
           END-IF.

           OPEN INPUT ARQ-SUBMISSAO.
           IF FS-SUB NOT = '00'
               DISPLAY 'ERRO AO ABRIR GERREQENT - FS ' FS-SUB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ARQ-FILA.
           IF FS-FIL NOT = '00'
               OPEN OUTPUT ARQ-FILA
           END-IF.
           IF FS-FIL NOT = '00'
               DISPLAY 'ERRO AO ABRIR GERREQ - FS ' FS-FIL
               CLOSE ARQ-SUBMISSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 6100-LER-SUBMISSAO.
           PERFORM UNTIL SUB-ACABOU
               ADD 1 TO QTD-SUB-LIDOS
               PERFORM 6200-INCLUI-SUBMISSAO
               PERFORM 6100-LER-SUBMISSAO
           END-PERFORM.
           CLOSE ARQ-SUBMISSAO.
           CLOSE ARQ-FILA.

      *    Esvaziado o arquivo de chegada, uma nova execucao do modo 5
      *    nao inclui os mesmos pedidos de novo.
           OPEN OUTPUT ARQ-SUBMISSAO.
           CLOSE ARQ-SUBMISSAO.
           MOVE 'B' TO PORTAO-FUNCAO.
           CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                   PORTAO-RC.

           DISPLAY '-------------------------------------------'.
           DISPLAY QTD-SUB-LIDOS     ' PEDIDOS LIDOS DE GERREQENT.'.
           DISPLAY QTD-SUB-INCLUIDOS ' PEDIDOS INCLUIDOS NA FILA.'.
           DISPLAY QTD-SUB-RECUSADOS ' PEDIDOS RECUSADOS.'.
           IF QTD-SUB-RECUSADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       6100-LER-SUBMISSAO.
      *    O cabecalho (primeira linha) e pulado e o trailer (ultima)
      *    encerra a leitura: o portao ja conferiu os dois.
           READ ARQ-SUBMISSAO
               AT END
                   SET SUB-ACABOU TO TRUE
           END-READ.
           IF NOT SUB-ACABOU AND ENV-E-CABECALHO
               READ ARQ-SUBMISSAO
                   AT END
                       SET SUB-ACABOU TO TRUE
               END-READ
           END-IF.
           IF NOT SUB-ACABOU AND ENV-E-TRAILER
               SET SUB-ACABOU TO TRUE
           END-IF.

       6200-INCLUI-SUBMISSAO.
      *    As mesmas regras da inclusao digitada: tipo F ou Q, so os
      *    digitos das regioes, juntos a esquerda, e a area conferida
      *    contra o cadastro. Campo numerico invalido recusa o pedido.
           MOVE SPACES TO REG-PEDIDO-GER.
           MOVE SUB-AREA TO REQ-AREA.
           MOVE SUB-TIPO TO REQ-TIPO.
           IF REQ-TIPO NOT = 'Q'
               MOVE 'F' TO REQ-TIPO
           END-IF.
           MOVE ZERO TO REQ-INICIO.
           MOVE ZERO TO REQ-LIMITE.
           MOVE ZERO TO REQ-QTD.
           MOVE ZERO TO REQ-NUM-RUN.
           MOVE ZERO TO REQ-DATA-ATEND.
           ACCEPT REQ-DATA-PEDIDO FROM DATE YYYYMMDD.
           MOVE 'P' TO REQ-SITUACAO.
           MOVE SUB-PRAZO TO REQ-PRAZO.
           MOVE SUB-REGIOES TO REGIOES-DIGITADAS.
           MOVE ZERO TO QTD-REG.
           PERFORM VARYING IND-REG FROM 1 BY 1 UNTIL IND-REG > 10
               IF REGIAO-DIGITADA(IND-REG) IS NUMERIC
                   ADD 1 TO QTD-REG
                   MOVE REGIAO-DIGITADA(IND-REG)
                       TO REQ-REGIOES(QTD-REG:1)
               END-IF
           END-PERFORM.

           IF SUB-PRAZO IS NOT NUMERIC
                   OR (REQ-TIPO = 'F' AND (SUB-INICIO IS NOT NUMERIC
                                       OR SUB-LIMITE IS NOT NUMERIC))
                   OR (REQ-TIPO = 'Q' AND SUB-QTD IS NOT NUMERIC)
               DISPLAY 'PEDIDO RECUSADO (CAMPO NAO NUMERICO): '
                       REG-SUBMISSAO
               ADD 1 TO QTD-SUB-RECUSADOS
           ELSE
               IF REQ-TIPO = 'F'
                   MOVE SUB-INICIO TO REQ-INICIO
                   MOVE SUB-LIMITE TO REQ-LIMITE
               ELSE
                   MOVE SUB-QTD TO REQ-QTD
               END-IF
               CALL 'AREA-VALIDA' USING REQ-AREA AREA-NOME-CAD AREA-RC
               IF AREA-RC NOT = 0
                   DISPLAY 'PEDIDO RECUSADO (AREA INVALIDA): '
                           REG-SUBMISSAO
                   ADD 1 TO QTD-SUB-RECUSADOS
               ELSE
                   WRITE REG-PEDIDO-GER
                   ADD 1 TO QTD-SUB-INCLUIDOS
               END-IF
           END-IF.
