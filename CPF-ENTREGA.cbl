      *     de exigir copias guardadas de ARQENTREGA. O novo modo 3
      *     consulta o detalhe por CPF e lista o historico completo de
      *     entregas daquele CPF.
      *   - A area de destino passa pela conferencia AREA-VALIDA
      *     contra o cadastro de areas: codigo nao cadastrado ou
      *     inativo recusa a entrega (RC 8) antes de qualquer arquivo
      *     aberto, e o codigo vai ao recibo e ao detalhe sempre em
      *     maiusculas.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      *   - Perfil de entrega por area: o arquivo sai direto no
      *     perfil gravado no cadastro da area (ARE-PERFIL-ENTREGA -
      *     campos e ordem, CPF pontuado ou so digitos, delimitado ou
      *     largura fixa, formato de data, cabecalho e trailer
      *     opcionais). Area sem perfil, ou no formato padrao, segue
      *     com o layout antigo. O perfil usado, com a versao, vai ao
      *     recibo (RAZ-PERFIL) e a listagem do livro-razao.
      *   - Trailer de controle em todo arquivo de entrega, em
      *     qualquer perfil: TRAILER, quantidade, numero da entrega e
      *     total de hash (soma dos CPFs, em 18 digitos), separados
      *     pelo delimitador do perfil ou em posicoes fixas (8, 9, 10
      *     e 18). Substitui o trailer opcional do perfil, de quem
      *     mantem a palavra e a quantidade nas mesmas posicoes. O
      *     total de hash tambem vai ao recibo (RAZ-HASH), para a
      *     conferencia do lado da area em CPF-ENTREGA-VERIFICA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-ENTREGA.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DET.

                       SELECT ARQ-AREAS ASSIGN TO "ARQAREA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS ARE-CODIGO
                       FILE STATUS IS FS-ARE.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQUIVO.
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 ENT-DATA-GERACAO PIC 9(08).

                       01 REG-ENTREGA-PERFIL   PIC X(100).

                   FD ARQ-RAZAO
                       LABEL RECORD STANDARD.

                           05 RAZ-QTD-ALO      PIC 9(09).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RAZ-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RAZ-PERFIL       PIC X(15).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RAZ-HASH         PIC 9(18).

                   FD ARQ-DETALHE
                       LABEL RECORD STANDARD.
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-AREAS.

                       01 REG-AREA.
                           COPY AREA.

               WORKING-STORAGE SECTION.

                   01 FS-BLK           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-DET           PIC X(02).
                   01 FS-ARE           PIC X(02).

                   01 NUM-ENTREGA      PIC 9(10) VALUE ZERO.
                   01 SEQ-SERIE        PIC X(12) VALUE 'ENTREGA'.
                       88 CRITERIO-QTD        VALUE 3.

                   01 AREA-DESTINO     PIC X(08).
                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).
                   01 DATA-INI-SEL     PIC 9(08) VALUE ZERO.
                   01 DATA-INI-RED     REDEFINES DATA-INI-SEL.
                       05 INI-SECULO   PIC 9(02).
                   01 QTD-ENTREGUE     PIC 9(09) VALUE ZERO.
                   01 QTD-RECIBOS      PIC 9(05) VALUE ZERO.

      *    Perfil da area de destino, no layout de ARE-PERFIL-ENTREGA;
      *    formato P e o layout antigo de REG-ENTREGA.
                   01 PERFIL-USADO.
                       05 PRF-FORMATO      PIC X(01).
                           88 PRF-PADRAO       VALUE 'P'.
                           88 PRF-DELIMITADO   VALUE 'D'.
                           88 PRF-FIXO         VALUE 'F'.
                       05 PRF-DELIMITADOR  PIC X(01).
                       05 PRF-CAMPOS       PIC X(06).
                       05 PRF-CAMPO        REDEFINES PRF-CAMPOS
                                           PIC X(01) OCCURS 6.
                       05 PRF-CPF          PIC X(01).
                           88 PRF-CPF-PONTUADO VALUE 'P'.
                       05 PRF-DATA         PIC X(01).
                           88 PRF-DATA-AAAAMMDD VALUE 'A'.
                           88 PRF-DATA-BARRAS  VALUE 'B'.
                           88 PRF-DATA-ISO     VALUE 'I'.
                       05 PRF-CABECALHO    PIC X(01).
                           88 PRF-COM-CABECALHO VALUE 'S'.
                       05 PRF-TRAILER      PIC X(01).
                           88 PRF-COM-TRAILER  VALUE 'S'.
                       05 PRF-VERSAO       PIC 9(03).

                   01 LINHA-PERFIL     PIC X(100).
                   01 PTR-LINHA        PIC 9(03).
                   01 IND-CAMPO        PIC 9(02).
                   01 CAMPO-TEXTO      PIC X(14).
                   01 CAMPO-LARGURA    PIC 9(02).
                   01 CAMPO-TAM        PIC 9(02).
                   01 CAMPO-DATA       PIC 9(08).
                   01 CAMPO-DATA-RED   REDEFINES CAMPO-DATA.
                       05 CDT-ANO      PIC X(04).
                       05 CDT-MES      PIC X(02).
                       05 CDT-DIA      PIC X(02).
                   01 TIPO-LINHA-SW    PIC X(01) VALUE 'D'.
                       88 LINHA-CABECALHO  VALUE 'C'.
                       88 LINHA-DADOS      VALUE 'D'.
                   01 QTD-TRAILER      PIC 9(09).
      *    Total de hash: soma dos CPFs entregues; acima de 18 digitos
      *    os de ordem alta se perdem, igual nos dois lados.
                   01 HASH-CPFS        PIC 9(18) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           MOVE ZERO TO QTD-RECIBOS.
           MOVE ZERO TO QTD-PULADOS-BLK.
           MOVE ZERO TO QTD-PULADOS-ALO.
           MOVE ZERO TO HASH-CPFS.
           MOVE 'N' TO HA-BLACKLIST-SW.
           MOVE 'N' TO HA-ALOC-SW.
           ACCEPT DATA-ENTREGA FROM DATE YYYYMMDD.
       1000-OBTER-CRITERIO.
           DISPLAY 'AREA DE DESTINO (ATE 8 CARACTERES) :'.
           ACCEPT AREA-DESTINO.
           CALL 'AREA-VALIDA' USING AREA-DESTINO AREA-NOME-CAD AREA-RC.
           IF AREA-RC NOT = 0
               DISPLAY 'ENTREGA RECUSADA: AREA DE DESTINO INVALIDA.'
               MOVE 'S' TO ERRO-ENT-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'AREA ' AREA-DESTINO ' - ' AREA-NOME-CAD
               PERFORM 1100-LER-PERFIL
           END-IF.

           DISPLAY 'CRITERIO (1=FAIXA DE DATA  2=FAIXA DE DEZENA  '
                   '3=QUANTIDADE) :'.
               END-IF
           END-IF.

       1100-LER-PERFIL.
      *    O perfil vem do cadastro da area ja conferida; sem cadastro
      *    legivel, ou com formato que nao seja D ou F, vale o layout
      *    antigo - nenhuma area muda de arquivo sem pedir.
           MOVE SPACES TO PERFIL-USADO.
           MOVE ZERO TO PRF-VERSAO.
           OPEN INPUT ARQ-AREAS.
           IF FS-ARE = '00'
               MOVE AREA-DESTINO TO ARE-CODIGO
               READ ARQ-AREAS KEY IS ARE-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARE-PRF-DELIMITADO OR ARE-PRF-FIXO
                           MOVE ARE-PERFIL-ENTREGA TO PERFIL-USADO
                       ELSE
                           IF ARE-PRF-VERSAO IS NUMERIC
                               MOVE ARE-PRF-VERSAO TO PRF-VERSAO
                           END-IF
                       END-IF
               END-READ
               CLOSE ARQ-AREAS
           END-IF.
           IF NOT PRF-DELIMITADO AND NOT PRF-FIXO
               MOVE 'P' TO PRF-FORMATO
               DISPLAY 'PERFIL DE ENTREGA: PADRAO'
           ELSE
               DISPLAY 'PERFIL DE ENTREGA: ' PERFIL-USADO
           END-IF.

       2000-GERA-ENTREGA.
           PERFORM 2100-LER-MANIFESTO.
           PERFORM 2110-OBTER-NUM-ENTREGA.
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 2120-ABRIR-DETALHE
                       IF NOT ERRO-NA-ENTREGA AND PRF-COM-CABECALHO
                               AND NOT PRF-PADRAO
                           SET LINHA-CABECALHO TO TRUE
                           PERFORM 2600-MONTA-LINHA
                           WRITE REG-ENTREGA-PERFIL FROM LINHA-PERFIL
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT ERRO-NA-ENTREGA
               PERFORM 2150-ABRIR-CRIVOS
               PERFORM 2200-SELECIONA
               PERFORM 2700-GRAVA-TRAILER
               CLOSE ARQUIVO
               CLOSE ARQ-ENTREGA
               CLOSE ARQ-DETALHE
           END-IF.

       2500-GRAVA-ENTREGA.
           IF PRF-PADRAO
               MOVE SPACES           TO REG-ENTREGA
               MOVE CPF-OUT-PONTUADO TO ENT-CPF-PONTUADO
               MOVE CPF-DATA-GERACAO TO ENT-DATA-GERACAO
               WRITE REG-ENTREGA
           ELSE
               SET LINHA-DADOS TO TRUE
               PERFORM 2600-MONTA-LINHA
               WRITE REG-ENTREGA-PERFIL FROM LINHA-PERFIL
           END-IF.
           ADD 1 TO QTD-ENTREGUE.
           ADD CPF-OUT TO HASH-CPFS.
           MOVE SPACES           TO REG-DETALHE.
           MOVE NUM-ENTREGA      TO DET-NUM-ENTREGA.
           MOVE CPF-OUT          TO DET-CPF.
           MOVE DATA-ENTREGA     TO DET-DATA.
           WRITE REG-DETALHE.

       2600-MONTA-LINHA.
      *    Uma linha do arquivo no perfil da area, campo a campo na
      *    ordem do perfil: no delimitado cada campo sai sem brancos a
      *    direita e separado pelo delimitador; na largura fixa cada
      *    campo ocupa sempre a sua largura. O cabecalho usa a mesma
      *    montagem com o nome de cada campo no lugar do valor.
           MOVE SPACES TO LINHA-PERFIL.
           MOVE 1 TO PTR-LINHA.
           PERFORM VARYING IND-CAMPO FROM 1 BY 1 UNTIL IND-CAMPO > 6
               IF PRF-CAMPO(IND-CAMPO) NOT = SPACE
                   IF LINHA-CABECALHO
                       PERFORM 2620-NOME-CAMPO
                   ELSE
                       PERFORM 2610-VALOR-CAMPO
                   END-IF
                   PERFORM 2630-ACRESCENTA-CAMPO
               END-IF
           END-PERFORM.

       2610-VALOR-CAMPO.
           MOVE SPACES TO CAMPO-TEXTO.
           IF PRF-CAMPO(IND-CAMPO) = 'C'
               IF PRF-CPF-PONTUADO
                   MOVE CPF-OUT-PONTUADO TO CAMPO-TEXTO
                   MOVE 14 TO CAMPO-LARGURA
               ELSE
                   MOVE CPF-OUT TO CAMPO-TEXTO(1:11)
                   MOVE 11 TO CAMPO-LARGURA
               END-IF
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'G'
               MOVE CPF-DATA-GERACAO TO CAMPO-DATA
               PERFORM 2640-FORMATA-DATA
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'E'
               MOVE DATA-ENTREGA TO CAMPO-DATA
               PERFORM 2640-FORMATA-DATA
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'N'
               MOVE NUM-ENTREGA TO CAMPO-TEXTO(1:10)
               MOVE 10 TO CAMPO-LARGURA
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'A'
               MOVE AREA-DESTINO TO CAMPO-TEXTO
               MOVE 8 TO CAMPO-LARGURA
           END-IF.

       2620-NOME-CAMPO.
      *    A largura do nome acompanha a do valor, para o cabecalho
      *    da largura fixa cair sobre as colunas dos dados.
           MOVE SPACES TO CAMPO-TEXTO.
           IF PRF-CAMPO(IND-CAMPO) = 'C'
               MOVE 'CPF' TO CAMPO-TEXTO
               IF PRF-CPF-PONTUADO
                   MOVE 14 TO CAMPO-LARGURA
               ELSE
                   MOVE 11 TO CAMPO-LARGURA
               END-IF
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'G'
               MOVE 'DATA-GER' TO CAMPO-TEXTO
               PERFORM 2650-LARGURA-DATA
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'E'
               MOVE 'DATA-ENT' TO CAMPO-TEXTO
               PERFORM 2650-LARGURA-DATA
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'N'
               MOVE 'ENTREGA' TO CAMPO-TEXTO
               MOVE 10 TO CAMPO-LARGURA
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'A'
               MOVE 'AREA' TO CAMPO-TEXTO
               MOVE 8 TO CAMPO-LARGURA
           END-IF.

       2630-ACRESCENTA-CAMPO.
           MOVE CAMPO-LARGURA TO CAMPO-TAM.
           IF PRF-DELIMITADO
               PERFORM UNTIL CAMPO-TAM = 1
                       OR CAMPO-TEXTO(CAMPO-TAM:1) NOT = SPACE
                   SUBTRACT 1 FROM CAMPO-TAM
               END-PERFORM
               IF PTR-LINHA > 1
                   STRING PRF-DELIMITADOR DELIMITED BY SIZE
                       INTO LINHA-PERFIL WITH POINTER PTR-LINHA
               END-IF
           END-IF.
           STRING CAMPO-TEXTO(1:CAMPO-TAM) DELIMITED BY SIZE
               INTO LINHA-PERFIL WITH POINTER PTR-LINHA.

       2640-FORMATA-DATA.
           IF PRF-DATA-BARRAS
               STRING CDT-DIA '/' CDT-MES '/' CDT-ANO
                   DELIMITED BY SIZE INTO CAMPO-TEXTO
           ELSE
               IF PRF-DATA-ISO
                   STRING CDT-ANO '-' CDT-MES '-' CDT-DIA
                       DELIMITED BY SIZE INTO CAMPO-TEXTO
               ELSE
                   MOVE CAMPO-DATA TO CAMPO-TEXTO(1:8)
               END-IF
           END-IF.
           PERFORM 2650-LARGURA-DATA.

       2650-LARGURA-DATA.
           IF PRF-DATA-BARRAS OR PRF-DATA-ISO
               MOVE 10 TO CAMPO-LARGURA
           ELSE
               MOVE 8 TO CAMPO-LARGURA
           END-IF.

       2700-GRAVA-TRAILER.
      *    Trailer de controle, sempre a ultima linha do arquivo: a
      *    palavra TRAILER, a quantidade de CPFs, o numero da entrega
      *    e o total de hash, separados pelo delimitador do perfil
      *    ou, no padrao e na largura fixa, em 8 + 9 + 10 + 18
      *    posicoes. Os numeros saem sempre com todos os digitos, de
      *    modo que o verificador acha cada um em posicao certa.
           MOVE QTD-ENTREGUE TO QTD-TRAILER.
           MOVE SPACES TO LINHA-PERFIL.
           IF PRF-DELIMITADO
               STRING 'TRAILER' PRF-DELIMITADOR QTD-TRAILER
                      PRF-DELIMITADOR NUM-ENTREGA
                      PRF-DELIMITADOR HASH-CPFS
                   DELIMITED BY SIZE INTO LINHA-PERFIL
           ELSE
               MOVE 'TRAILER'   TO LINHA-PERFIL(1:8)
               MOVE QTD-TRAILER TO LINHA-PERFIL(9:9)
               MOVE NUM-ENTREGA TO LINHA-PERFIL(18:10)
               MOVE HASH-CPFS   TO LINHA-PERFIL(28:18)
           END-IF.
           WRITE REG-ENTREGA-PERFIL FROM LINHA-PERFIL.

       3000-GRAVA-RECIBO.
      *    Acrescenta o recibo ao livro-razao; se o arquivo ainda nao
      *    existir, e criado na primeira gravacao, como os demais
           MOVE QTD-PULADOS-BLK TO RAZ-QTD-BLK.
           MOVE QTD-PULADOS-ALO TO RAZ-QTD-ALO.
           MOVE NUM-ENTREGA   TO RAZ-NUM-ENTREGA.
           MOVE PERFIL-USADO  TO RAZ-PERFIL.
           MOVE HASH-CPFS     TO RAZ-HASH.
           OPEN EXTEND ARQ-RAZAO.
           IF FS-RAZ NOT = '00'
               OPEN OUTPUT ARQ-RAZAO
                           RAZ-DATA ' ' RAZ-AREA ' ' RAZ-CRITERIO
                           ' QTD ' RAZ-QTD ' RUN ' RAZ-NUM-RUN
                           ' BLK ' RAZ-QTD-BLK ' ALO ' RAZ-QTD-ALO
                           ' PERFIL ' RAZ-PERFIL
                           ' HASH ' RAZ-HASH
                   PERFORM 5100-LER-RAZAO
               END-PERFORM
               CLOSE ARQ-RAZAO
