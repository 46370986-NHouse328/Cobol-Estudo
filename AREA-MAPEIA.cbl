      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Mapeamento, de uma vez so, dos codigos de area
      *            digitados livremente antes do cadastro de areas:
      *            varre as alocacoes (ARQALOC), o razao e o detalhe
      *            de entregas (ARQENTRCTL/ARQENTRDET), a fila de
      *            pedidos de geracao (GERREQ) e o razao de devolucoes
      *            (ARQDEVCTL), junta cada codigo distinto com a
      *            contagem por arquivo e o confronta com ARQAREA:
      *            codigo cadastrado (ativo ou inativo), codigo com
      *            uma area sugerida (mesmo codigo em maiusculas, ou
      *            um e prefixo do outro com ao menos 4 posicoes - o
      *            caso FRAUDE/FRAUDE1/FRAUD), sugestao ambigua ou sem
      *            correspondencia. Relatorio em ARQAREAMAP, tambem
      *            exibido; RC 4 quando ha codigo fora do cadastro.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, junto com o cadastro de areas. Cada
      *     arquivo varrido e opcional; ausente, sai apontado e a
      *     coluna dele fica zerada.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      *   - Registros de ARQENTRCTL e GERREQ lidos na largura atual
      *     (o recibo ganhou perfil e total de hash, o pedido a data
      *     de atendimento); lidos mais curtos, o resto da linha
      *     voltava como um registro a mais.
      *   - GERREQ lido na largura atual: o pedido ganhou a data de
      *     entrada na fila no fim do registro.
      *   - O relatorio ARQAREAMAP e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-MAPEIA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-AREAS ASSIGN TO "ARQAREA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ARE-CODIGO
                       FILE STATUS IS FS-ARE.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-RAZAO ASSIGN TO "ARQENTRCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RAZ.

                       SELECT ARQ-DETALHE ASSIGN TO "ARQENTRDET"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DET.

                       SELECT ARQ-FILA ASSIGN TO "GERREQ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-FIL.

                       SELECT ARQ-RAZAO-DEV ASSIGN TO "ARQDEVCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DEV.

                       SELECT ARQ-RELATORIO ASSIGN TO "ARQAREAMAP"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-AREAS.

                       01 REG-AREA.
                           COPY AREA.

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-RAZAO
                       LABEL RECORD STANDARD.

                       01 REG-RAZAO.
                           05 RAZ-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 RAZ-AREA         PIC X(08).
                           05 FILLER           PIC X(118).

                   FD ARQ-DETALHE
                       LABEL RECORD STANDARD.

                       01 REG-DETALHE.
                           05 DET-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 DET-CPF          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 DET-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 DET-DATA         PIC 9(08).

                   FD ARQ-FILA
                       LABEL RECORD STANDARD.

                       01 REG-PEDIDO-GER.
                           05 REQ-AREA         PIC X(08).
                           05 FILLER           PIC X(87).

                   FD ARQ-RAZAO-DEV
                       LABEL RECORD STANDARD.

                       01 REG-DEVOLUCAO.
                           05 DEV-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 DEV-AREA         PIC X(08).
                           05 FILLER           PIC X(72).

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO.
                           05 MAP-CODIGO       PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 MAP-QTD-ALOC     PIC 9(09).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 MAP-QTD-RAZAO    PIC 9(07).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 MAP-QTD-DETALHE  PIC 9(09).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 MAP-QTD-FILA     PIC 9(07).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 MAP-QTD-DEVOL    PIC 9(09).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 MAP-SITUACAO     PIC X(20).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 MAP-SUGERIDA     PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 MAP-NOME         PIC X(30).

               WORKING-STORAGE SECTION.

                   01 FS-ARE           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-RAZ           PIC X(02).
                   01 FS-DET           PIC X(02).
                   01 FS-FIL           PIC X(02).
                   01 FS-DEV           PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 LEITURA-FIM      PIC X(01) VALUE 'N'.
                       88 LEITURA-ACABOU   VALUE 'S'.
                   01 ERRO-MAP-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NO-MAPA     VALUE 'S'.

      *            Cadastro de areas em memoria, para o confronto de
      *            prefixos de cada codigo antigo.
                   01 TAB-CADASTRO.
                       05 TAB-CAD OCCURS 500 TIMES.
                           10 TC-CODIGO    PIC X(08).
                           10 TC-NOME      PIC X(30).
                           10 TC-ATIVA     PIC X(01).
                           10 TC-TAM       PIC 9(02).
                   01 QTD-CADASTRO     PIC 9(03) VALUE ZERO.
                   01 IND-CAD          PIC 9(03).

      *            Codigos encontrados nos arquivos, com a contagem
      *            por arquivo: 1 ARQALOC, 2 ARQENTRCTL, 3 ARQENTRDET,
      *            4 GERREQ, 5 ARQDEVCTL.
                   01 TAB-CODIGOS.
                       05 TAB-COD OCCURS 500 TIMES.
                           10 TD-CODIGO    PIC X(08).
                           10 TD-QTD       PIC 9(09) OCCURS 5.
                   01 QTD-CODIGOS      PIC 9(03) VALUE ZERO.
                   01 IND-COD          PIC 9(03).
                   01 COD-ACHADO       PIC 9(03) VALUE ZERO.
                   01 QTD-DESCARTADOS  PIC 9(07) VALUE ZERO.

                   01 CODIGO-LIDO      PIC X(08).
                   01 FONTE-LIDA       PIC 9(01).
                   01 CODIGO-MAIUSC    PIC X(08).
                   01 CODIGO-TRABALHO  PIC X(08).
                   01 TAM-CODIGO       PIC 9(02).
                   01 TAM-ANTIGO       PIC 9(02).
                   01 TAM-MENOR        PIC 9(02).
                   01 QTD-CANDIDATOS   PIC 9(03).
                   01 CAND-ACHADO      PIC 9(03).

                   01 QTD-CADASTRADOS  PIC 9(03) VALUE ZERO.
                   01 QTD-INATIVOS     PIC 9(03) VALUE ZERO.
                   01 QTD-SUGERIDOS    PIC 9(03) VALUE ZERO.
                   01 QTD-AMBIGUOS     PIC 9(03) VALUE ZERO.
                   01 QTD-SEM-CORRESP  PIC 9(03) VALUE ZERO.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-CARREGA-CADASTRO.
           IF NOT ERRO-NO-MAPA
               PERFORM 2000-VARRE-ALOCACOES
               PERFORM 2100-VARRE-RAZAO
               PERFORM 2200-VARRE-DETALHE
               PERFORM 2300-VARRE-FILA
               PERFORM 2400-VARRE-DEVOLUCOES
               PERFORM 3000-EMITE-MAPA
           END-IF.

           GOBACK.

       1000-CARREGA-CADASTRO.
      *    Sem cadastro nao ha para onde mapear: o mapa so faz
      *    sentido depois das areas incluidas em AREA-MANUTENCAO.
           MOVE 'N' TO ERRO-MAP-SW.
           MOVE ZERO TO QTD-CADASTRO.
           MOVE ZERO TO QTD-CODIGOS.
           INITIALIZE TAB-CODIGOS.
           OPEN INPUT ARQ-AREAS.
           IF FS-ARE NOT = '00'
               DISPLAY 'CADASTRO DE AREAS (ARQAREA) INDISPONIVEL - FS '
                       FS-ARE
               MOVE 'S' TO ERRO-MAP-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-AREAS NEXT RECORD
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           IF QTD-CADASTRO < 500
                               ADD 1 TO QTD-CADASTRO
                               MOVE ARE-CODIGO
                                   TO TC-CODIGO(QTD-CADASTRO)
                               MOVE ARE-NOME
                                   TO TC-NOME(QTD-CADASTRO)
                               MOVE ARE-ATIVA
                                   TO TC-ATIVA(QTD-CADASTRO)
                               MOVE ARE-CODIGO TO CODIGO-TRABALHO
                               PERFORM 4100-TAMANHO-CODIGO
                               MOVE TAM-CODIGO
                                   TO TC-TAM(QTD-CADASTRO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AREAS
           END-IF.

       2000-VARRE-ALOCACOES.
           OPEN INPUT ARQ-ALOCACOES.
           IF FS-ALO NOT = '00'
               DISPLAY 'ARQALOC INDISPONIVEL - NAO VARRIDO.'
           ELSE
               MOVE 1 TO FONTE-LIDA
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-ALOCACOES NEXT RECORD
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE ALO-AREA TO CODIGO-LIDO
                           PERFORM 2900-ACUMULA-CODIGO
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALOCACOES
           END-IF.

       2100-VARRE-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF FS-RAZ NOT = '00'
               DISPLAY 'ARQENTRCTL INDISPONIVEL - NAO VARRIDO.'
           ELSE
               MOVE 2 TO FONTE-LIDA
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-RAZAO
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE RAZ-AREA TO CODIGO-LIDO
                           PERFORM 2900-ACUMULA-CODIGO
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.

       2200-VARRE-DETALHE.
           OPEN INPUT ARQ-DETALHE.
           IF FS-DET NOT = '00'
               DISPLAY 'ARQENTRDET INDISPONIVEL - NAO VARRIDO.'
           ELSE
               MOVE 3 TO FONTE-LIDA
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-DETALHE
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE DET-AREA TO CODIGO-LIDO
                           PERFORM 2900-ACUMULA-CODIGO
                   END-READ
               END-PERFORM
               CLOSE ARQ-DETALHE
           END-IF.

       2300-VARRE-FILA.
           OPEN INPUT ARQ-FILA.
           IF FS-FIL NOT = '00'
               DISPLAY 'GERREQ INDISPONIVEL - NAO VARRIDO.'
           ELSE
               MOVE 4 TO FONTE-LIDA
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-FILA
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE REQ-AREA TO CODIGO-LIDO
                           PERFORM 2900-ACUMULA-CODIGO
                   END-READ
               END-PERFORM
               CLOSE ARQ-FILA
           END-IF.

       2400-VARRE-DEVOLUCOES.
           OPEN INPUT ARQ-RAZAO-DEV.
           IF FS-DEV NOT = '00'
               DISPLAY 'ARQDEVCTL INDISPONIVEL - NAO VARRIDO.'
           ELSE
               MOVE 5 TO FONTE-LIDA
               MOVE 'N' TO LEITURA-FIM
               PERFORM UNTIL LEITURA-ACABOU
                   READ ARQ-RAZAO-DEV
                       AT END
                           SET LEITURA-ACABOU TO TRUE
                       NOT AT END
                           MOVE DEV-AREA TO CODIGO-LIDO
                           PERFORM 2900-ACUMULA-CODIGO
                   END-READ
               END-PERFORM
               CLOSE ARQ-RAZAO-DEV
           END-IF.

       2900-ACUMULA-CODIGO.
           MOVE ZERO TO COD-ACHADO.
           PERFORM VARYING IND-COD FROM 1 BY 1
                   UNTIL IND-COD > QTD-CODIGOS
                      OR COD-ACHADO > ZERO
               IF TD-CODIGO(IND-COD) = CODIGO-LIDO
                   MOVE IND-COD TO COD-ACHADO
               END-IF
           END-PERFORM.
           IF COD-ACHADO = ZERO
               IF QTD-CODIGOS < 500
                   ADD 1 TO QTD-CODIGOS
                   MOVE QTD-CODIGOS TO COD-ACHADO
                   MOVE CODIGO-LIDO TO TD-CODIGO(COD-ACHADO)
               ELSE
                   ADD 1 TO QTD-DESCARTADOS
               END-IF
           END-IF.
           IF COD-ACHADO > ZERO
               ADD 1 TO TD-QTD(COD-ACHADO FONTE-LIDA)
           END-IF.

       3000-EMITE-MAPA.
           OPEN OUTPUT ARQ-RELATORIO.
           IF FS-REL NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQAREAMAP - FS ' FS-REL
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '-------------------------------------------'
               DISPLAY 'MAPA DE CODIGOS DE AREA (ALOC RAZAO DETALHE '
                       'FILA DEVOL)'
               DISPLAY '-------------------------------------------'
               PERFORM VARYING IND-COD FROM 1 BY 1
                       UNTIL IND-COD > QTD-CODIGOS
                   PERFORM 3100-CLASSIFICA-CODIGO
                   WRITE REG-RELATORIO
                   DISPLAY REG-RELATORIO
               END-PERFORM
               CLOSE ARQ-RELATORIO
               MOVE 'ARQAREAMAP'   TO REL-TIPO
               MOVE 'AREA-MAPEIA' TO REL-PROGRAMA
               MOVE ZERO TO REL-RUN
               MOVE ZERO TO REL-ULTIMAS
               MOVE RETURN-CODE TO REL-RC-CHAMADOR
               CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO
               DISPLAY '-------------------------------------------'
               DISPLAY QTD-CODIGOS ' CODIGOS DISTINTOS: '
                       QTD-CADASTRADOS ' CADASTRADOS, '
                       QTD-INATIVOS ' INATIVOS, '
                       QTD-SUGERIDOS ' COM SUGESTAO, '
                       QTD-AMBIGUOS ' AMBIGUOS, '
                       QTD-SEM-CORRESP ' SEM CORRESPONDENCIA.'
               IF QTD-DESCARTADOS > ZERO
                   DISPLAY QTD-DESCARTADOS ' REGISTROS ALEM DO LIMITE '
                           'DE 500 CODIGOS NAO MAPEADOS.'
               END-IF
               IF QTD-SUGERIDOS > ZERO OR QTD-AMBIGUOS > ZERO
                       OR QTD-SEM-CORRESP > ZERO
                       OR QTD-DESCARTADOS > ZERO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       3100-CLASSIFICA-CODIGO.
      *    Cadastrado e o codigo identico a uma area; fora isso, a
      *    sugestao vem do codigo em maiusculas ou do prefixo comum
      *    (um contido no inicio do outro, com ao menos 4 posicoes).
           MOVE SPACES              TO REG-RELATORIO.
           MOVE TD-CODIGO(IND-COD)  TO MAP-CODIGO.
           MOVE TD-QTD(IND-COD 1)   TO MAP-QTD-ALOC.
           MOVE TD-QTD(IND-COD 2)   TO MAP-QTD-RAZAO.
           MOVE TD-QTD(IND-COD 3)   TO MAP-QTD-DETALHE.
           MOVE TD-QTD(IND-COD 4)   TO MAP-QTD-FILA.
           MOVE TD-QTD(IND-COD 5)   TO MAP-QTD-DEVOL.

           MOVE ZERO TO CAND-ACHADO.
           PERFORM VARYING IND-CAD FROM 1 BY 1
                   UNTIL IND-CAD > QTD-CADASTRO
                      OR CAND-ACHADO > ZERO
               IF TC-CODIGO(IND-CAD) = TD-CODIGO(IND-COD)
                   MOVE IND-CAD TO CAND-ACHADO
               END-IF
           END-PERFORM.
           IF CAND-ACHADO > ZERO
               MOVE TC-CODIGO(CAND-ACHADO) TO MAP-SUGERIDA
               MOVE TC-NOME(CAND-ACHADO)   TO MAP-NOME
               IF TC-ATIVA(CAND-ACHADO) = 'A'
                   MOVE 'CADASTRADA'       TO MAP-SITUACAO
                   ADD 1 TO QTD-CADASTRADOS
               ELSE
                   MOVE 'CADASTRADA INATIVA' TO MAP-SITUACAO
                   ADD 1 TO QTD-INATIVOS
               END-IF
           ELSE
               PERFORM 3200-PROCURA-SUGESTAO
           END-IF.

       3200-PROCURA-SUGESTAO.
           MOVE TD-CODIGO(IND-COD) TO CODIGO-MAIUSC.
           INSPECT CODIGO-MAIUSC CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE CODIGO-MAIUSC TO CODIGO-TRABALHO.
           PERFORM 4100-TAMANHO-CODIGO.
           MOVE TAM-CODIGO TO TAM-ANTIGO.
           MOVE ZERO TO QTD-CANDIDATOS.
           PERFORM VARYING IND-CAD FROM 1 BY 1
                   UNTIL IND-CAD > QTD-CADASTRO
               IF TC-CODIGO(IND-CAD) = CODIGO-MAIUSC
                   ADD 1 TO QTD-CANDIDATOS
                   MOVE IND-CAD TO CAND-ACHADO
               ELSE
                   IF TAM-ANTIGO < TC-TAM(IND-CAD)
                       MOVE TAM-ANTIGO TO TAM-MENOR
                   ELSE
                       MOVE TC-TAM(IND-CAD) TO TAM-MENOR
                   END-IF
                   IF TAM-MENOR NOT LESS THAN 4
                       IF TC-CODIGO(IND-CAD)(1:TAM-MENOR) =
                          CODIGO-MAIUSC(1:TAM-MENOR)
                           ADD 1 TO QTD-CANDIDATOS
                           MOVE IND-CAD TO CAND-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF QTD-CANDIDATOS = ZERO
               MOVE 'SEM CORRESPONDENCIA' TO MAP-SITUACAO
               ADD 1 TO QTD-SEM-CORRESP
           ELSE
               MOVE TC-CODIGO(CAND-ACHADO) TO MAP-SUGERIDA
               MOVE TC-NOME(CAND-ACHADO)   TO MAP-NOME
               IF QTD-CANDIDATOS = 1
                   MOVE 'SUGERIDA'         TO MAP-SITUACAO
                   ADD 1 TO QTD-SUGERIDOS
               ELSE
                   MOVE 'AMBIGUA'          TO MAP-SITUACAO
                   ADD 1 TO QTD-AMBIGUOS
               END-IF
           END-IF.

       4100-TAMANHO-CODIGO.
      *    Tamanho util de CODIGO-TRABALHO, sem os brancos a direita.
           MOVE 8 TO TAM-CODIGO.
           PERFORM UNTIL TAM-CODIGO = ZERO
                      OR CODIGO-TRABALHO(TAM-CODIGO:1) NOT = SPACE
               SUBTRACT 1 FROM TAM-CODIGO
           END-PERFORM.
