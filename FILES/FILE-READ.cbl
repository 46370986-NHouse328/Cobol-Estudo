      *     continuar a paginacao e o total da listagem anterior em
      *     vez de comecar do zero. Agora MAIN-PROCEDURE zera os tres
      *     no inicio.
      *   - Acrescentado o dump por layout (modo 3): le o descritor do
      *     arquivo pedido (cartoes LAYARQ, do arquivo LAYOUTARQ ou do
      *     catalogo embutido LAYCAT com os arquivos principais) e
      *     lista qualquer arquivo, sequencial ou indexado, campo a
      *     campo com os nomes do layout, a partir de um registro ou
      *     de uma chave, com filtro pelo valor de um campo e com a
      *     mesma paginacao do relatorio. O arquivo e aberto pelo
      *     nome logico, resolvido pela variavel de ambiente de mesmo
      *     nome que o programa dono usa; indexado so com a chave
      *     primaria no inicio do registro, de 8, 10, 11, 12 ou 14
      *     posicoes - as de todos os indexados da cadeia.
      ******************************************************************
           IDENTIFICATION DIVISION.
               PROGRAM-ID. LER-ARQUIVO.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-ENTRADA.

                               SELECT ARQ-LAYOUT ASSIGN TO "LAYOUTARQ"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-LAYOUT.

                               SELECT ARQ-DUMP ASSIGN TO DUMP-ARQUIVO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-ENTRADA.

                               SELECT ARQ-IX08 ASSIGN TO DUMP-ARQUIVO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS IX08-CHAVE
                               FILE STATUS IS FS-ENTRADA.

                               SELECT ARQ-IX10 ASSIGN TO DUMP-ARQUIVO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS IX10-CHAVE
                               FILE STATUS IS FS-ENTRADA.

                               SELECT ARQ-IX11 ASSIGN TO DUMP-ARQUIVO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS IX11-CHAVE
                               FILE STATUS IS FS-ENTRADA.

                               SELECT ARQ-IX12 ASSIGN TO DUMP-ARQUIVO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS IX12-CHAVE
                               FILE STATUS IS FS-ENTRADA.

                               SELECT ARQ-IX14 ASSIGN TO DUMP-ARQUIVO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS IX14-CHAVE
                               FILE STATUS IS FS-ENTRADA.

           DATA DIVISION.

               FILE SECTION.
                           05 QTD-REGISTROS    PIC 9(04).
                           05 FILLER           PIC X(01).

                   FD ARQ-LAYOUT
                       LABEL RECORD STANDARD.

                       01 REG-LAYOUT-ARQ       PIC X(42).

      *            Registro generico do dump: ate 1000 posicoes; os
      *            indexados tem a chave primaria no inicio.
                   FD ARQ-DUMP
                       LABEL RECORD STANDARD.

                       01 REG-DUMP-SEQ         PIC X(1000).

                   FD ARQ-IX08.

                       01 REG-IX08.
                           05 IX08-CHAVE       PIC X(08).
                           05 FILLER           PIC X(992).

                   FD ARQ-IX10.

                       01 REG-IX10.
                           05 IX10-CHAVE       PIC X(10).
                           05 FILLER           PIC X(990).

                   FD ARQ-IX11.

                       01 REG-IX11.
                           05 IX11-CHAVE       PIC X(11).
                           05 FILLER           PIC X(989).

                   FD ARQ-IX12.

                       01 REG-IX12.
                           05 IX12-CHAVE       PIC X(12).
                           05 FILLER           PIC X(988).

                   FD ARQ-IX14.

                       01 REG-IX14.
                           05 IX14-CHAVE       PIC X(14).
                           05 FILLER           PIC X(986).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 MODO-LISTAGEM    PIC 9(01) VALUE 1.
                       88 MODO-BRUTO       VALUE 1.
                       88 MODO-RELATORIO   VALUE 2.
                       88 MODO-LAYOUT      VALUE 3.

                   01 LINHAS-POR-PAGINA PIC 9(02) VALUE 20.
                   01 LINHA-ATUAL       PIC 9(02) VALUE ZERO.
                   01 QTD-IMPRESSOS     PIC 9(04) VALUE ZERO.
                   01 DATA-RELATORIO    PIC 9(08).

      *            Dump por layout.
                   COPY LAYCAT.

                   01 CARTAO-LAYOUT.
                       COPY LAYARQ.

                   01 FS-LAYOUT         PIC X(02).
                   01 LAYOUT-FIM        PIC X(01) VALUE 'N'.
                       88 LAYOUT-ACABOU     VALUE 'S'.
                   01 LAYOUT-ACHADO-SW  PIC X(01) VALUE 'N'.
                       88 LAYOUT-ACHADO     VALUE 'S'.
                   01 CARTAO-DO-ARQ-SW  PIC X(01) VALUE 'N'.
                       88 CARTAO-DO-ARQUIVO VALUE 'S'.
                   01 ORIGEM-LAYOUT     PIC X(09) VALUE SPACES.

                   01 DUMP-ARQUIVO      PIC X(12) VALUE SPACES.
                   01 DUMP-DESCRICAO    PIC X(20) VALUE SPACES.
                   01 DUMP-ORGANIZACAO  PIC X(01) VALUE SPACE.
                       88 DUMP-SEQUENCIAL   VALUE 'S'.
                       88 DUMP-INDEXADO     VALUE 'I'.
                   01 DUMP-CHAVE-INICIO PIC 9(04) VALUE ZERO.
                   01 DUMP-CHAVE-TAM    PIC 9(04) VALUE ZERO.
                   01 DUMP-ERRO-SW      PIC X(01) VALUE 'N'.
                       88 DUMP-COM-ERRO     VALUE 'S'.
                   01 DUMP-ABERTO-SW    PIC X(01) VALUE 'N'.
                       88 DUMP-ABERTO       VALUE 'S'.
                   01 DUMP-FIM          PIC X(01) VALUE 'N'.
                       88 DUMP-ACABOU       VALUE 'S'.
                   01 REG-DUMP          PIC X(1000).

                   01 QTD-CAMPOS        PIC 9(04) VALUE ZERO.
                   01 TAB-CAMPOS.
                       05 CAMPO-LAYOUT  OCCURS 60 TIMES.
                           10 CMP-NOME      PIC X(20).
                           10 CMP-INICIO    PIC 9(04).
                           10 CMP-TAMANHO   PIC 9(04).
                           10 CMP-CLASSE    PIC X(01).
                   01 IND-CAMPO         PIC 9(04) VALUE ZERO.
                   01 IND-CATALOGO      PIC 9(04) VALUE ZERO.
                   01 FIM-CAMPO         PIC 9(04) VALUE ZERO.

                   01 REG-INICIAL       PIC 9(09) VALUE ZERO.
                   01 QTD-MAXIMA        PIC 9(09) VALUE ZERO.
                   01 CHAVE-INICIAL     PIC X(60) VALUE SPACES.
                   01 CHAVE-AJUSTADA    PIC X(60) VALUE SPACES.
                   01 FILTRO-CAMPO      PIC X(20) VALUE SPACES.
                   01 FILTRO-VALOR      PIC X(60) VALUE SPACES.
                   01 FILTRO-AJUSTADO   PIC X(60) VALUE SPACES.
                   01 IND-FILTRO        PIC 9(04) VALUE ZERO.
                   01 FILTRO-INICIO     PIC 9(04) VALUE ZERO.
                   01 FILTRO-TAM        PIC 9(04) VALUE ZERO.

                   01 VALOR-DIGITADO    PIC X(60).
                   01 VALOR-AJUSTADO    PIC X(60).
                   01 VALOR-TAMANHO     PIC 9(04).
                   01 TAM-DIGITADO      PIC 9(04).
                   01 IND-POSICAO       PIC 9(04).
                   01 POS-DESTINO       PIC 9(04).

                   01 QTD-LIDOS         PIC 9(09) VALUE ZERO.
                   01 QTD-LISTADOS      PIC 9(09) VALUE ZERO.
                   01 QTD-FORA-FILTRO   PIC 9(09) VALUE ZERO.
                   01 LINHA-DUMP        PIC 9(04) VALUE ZERO.
                   01 LINHAS-REGISTRO   PIC 9(04) VALUE ZERO.
                   01 MARCA-NUMERICO    PIC X(01) VALUE SPACE.
                   01 PEDACO-INICIO     PIC 9(04) VALUE ZERO.
                   01 PEDACO-TAM        PIC 9(04) VALUE ZERO.
                   01 PEDACO-RESTO      PIC 9(04) VALUE ZERO.

           PROCEDURE DIVISION.
               MAIN-PROCEDURE.
                   MOVE 'LERARQ' TO ERR-PROGRAMA.
                   MOVE ZERO TO LINHA-ATUAL.
                   MOVE ZERO TO PAGINA-ATUAL.
                   MOVE ZERO TO QTD-IMPRESSOS.
                   DISPLAY 'MODO DE LISTAGEM (1=BRUTO  2=RELATORIO  '
                           '3=DUMP POR LAYOUT) :'.
                   ACCEPT MODO-LISTAGEM.
                   IF MODO-LISTAGEM NOT = 2 AND MODO-LISTAGEM NOT = 3
                       MOVE 1 TO MODO-LISTAGEM
                   END-IF.
                   ACCEPT DATA-RELATORIO FROM DATE YYYYMMDD.

                   IF MODO-LAYOUT
                       PERFORM 5000-DUMP-POR-LAYOUT
                           THRU 5000-DUMP-POR-LAYOUT-EXIT
                       GO TO FIM-PROGRAMA
                   END-IF.

                   OPEN INPUT ARQUIVO.
                   PERFORM 9999-INTERPRETA-FS.
                   IF NOT FS-OK
                   DISPLAY 'TOTAL DE REGISTROS IMPRESSOS: '
                           QTD-IMPRESSOS.

               5000-DUMP-POR-LAYOUT.
      *            Dump de qualquer arquivo descrito por cartoes LAYARQ:
      *            pede o nome logico, carrega e confere o layout, pede
      *            o ponto de partida, o filtro e o limite e lista os
      *            registros campo a campo.
                   MOVE ZERO TO PAGINA-ATUAL.
                   MOVE ZERO TO LINHA-DUMP.
                   MOVE ZERO TO QTD-LIDOS.
                   MOVE ZERO TO QTD-LISTADOS.
                   MOVE ZERO TO QTD-FORA-FILTRO.
                   MOVE 'N' TO DUMP-ERRO-SW.
                   MOVE 'N' TO DUMP-ABERTO-SW.

                   MOVE '?' TO DUMP-ARQUIVO.
                   PERFORM UNTIL DUMP-ARQUIVO NOT = '?'
                       DISPLAY 'NOME LOGICO DO ARQUIVO (? = LAYOUTS '
                               'DISPONIVEIS) :'
                       MOVE SPACES TO DUMP-ARQUIVO
                       ACCEPT DUMP-ARQUIVO
                       INSPECT DUMP-ARQUIVO CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       IF DUMP-ARQUIVO = '?'
                           PERFORM 5050-LISTA-LAYOUTS
                       END-IF
                   END-PERFORM.
                   IF DUMP-ARQUIVO = SPACES
                       GO TO 5000-DUMP-POR-LAYOUT-EXIT
                   END-IF.
                   MOVE DUMP-ARQUIVO TO ERR-ARQUIVO-LOG.

                   PERFORM 5100-CARREGA-LAYOUT.
                   IF NOT DUMP-COM-ERRO
                       PERFORM 5200-CONFERE-LAYOUT
                   END-IF.
                   IF NOT DUMP-COM-ERRO
                       PERFORM 5510-ABRE-DUMP
                   END-IF.
                   IF NOT DUMP-COM-ERRO
                       PERFORM 5300-PEDE-PARAMETROS
                   END-IF.
                   IF NOT DUMP-COM-ERRO
                       PERFORM 5500-LISTA-REGISTROS
                   END-IF.
                   PERFORM 5590-FECHA-DUMP.
                   IF DUMP-COM-ERRO
                       MOVE 8 TO RETURN-CODE
                   END-IF.

               5000-DUMP-POR-LAYOUT-EXIT.
                   EXIT.

               5050-LISTA-LAYOUTS.
      *            Cartoes A do LAYOUTARQ (se houver) e do catalogo.
                   DISPLAY ' '.
                   DISPLAY 'ARQUIVO      DESCRICAO            ORG  '
                           'ORIGEM'.
                   OPEN INPUT ARQ-LAYOUT.
                   IF FS-LAYOUT = '00'
                       MOVE 'N' TO LAYOUT-FIM
                       PERFORM UNTIL LAYOUT-ACABOU
                           READ ARQ-LAYOUT INTO CARTAO-LAYOUT
                               AT END
                                   SET LAYOUT-ACABOU TO TRUE
                               NOT AT END
                                   IF LAY-E-ARQUIVO
                                       DISPLAY LAY-ARQUIVO ' '
                                               LAY-NOME ' '
                                               LAY-CLASSE
                                               '    LAYOUTARQ'
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARQ-LAYOUT
                   END-IF.
                   PERFORM VARYING IND-CATALOGO FROM 1 BY 1
                           UNTIL IND-CATALOGO > QTD-LAYCAT
                       MOVE LAYCAT-CARTAO (IND-CATALOGO)
                           TO CARTAO-LAYOUT
                       IF LAY-E-ARQUIVO
                           DISPLAY LAY-ARQUIVO ' ' LAY-NOME ' '
                                   LAY-CLASSE '    CATALOGO'
                       END-IF
                   END-PERFORM.
                   DISPLAY ' '.

               5100-CARREGA-LAYOUT.
      *            O LAYOUTARQ tem precedencia; sem ele, ou sem o
      *            arquivo pedido nele, vale o catalogo embutido. Se o
      *            mesmo arquivo vier descrito duas vezes, vale a
      *            primeira.
                   MOVE 'N' TO LAYOUT-ACHADO-SW.
                   MOVE 'N' TO CARTAO-DO-ARQ-SW.
                   MOVE ZERO TO QTD-CAMPOS.
                   MOVE SPACES TO ORIGEM-LAYOUT.

                   OPEN INPUT ARQ-LAYOUT.
                   IF FS-LAYOUT = '00'
                       MOVE 'N' TO LAYOUT-FIM
                       PERFORM UNTIL LAYOUT-ACABOU
                           READ ARQ-LAYOUT INTO CARTAO-LAYOUT
                               AT END
                                   SET LAYOUT-ACABOU TO TRUE
                               NOT AT END
                                   PERFORM 5110-GUARDA-CARTAO
                           END-READ
                       END-PERFORM
                       CLOSE ARQ-LAYOUT
                       IF LAYOUT-ACHADO
                           MOVE 'LAYOUTARQ' TO ORIGEM-LAYOUT
                       END-IF
                   END-IF.

                   IF NOT LAYOUT-ACHADO
                       MOVE 'N' TO CARTAO-DO-ARQ-SW
                       PERFORM VARYING IND-CATALOGO FROM 1 BY 1
                               UNTIL IND-CATALOGO > QTD-LAYCAT
                           MOVE LAYCAT-CARTAO (IND-CATALOGO)
                               TO CARTAO-LAYOUT
                           PERFORM 5110-GUARDA-CARTAO
                       END-PERFORM
                       IF LAYOUT-ACHADO
                           MOVE 'CATALOGO' TO ORIGEM-LAYOUT
                       END-IF
                   END-IF.

                   IF NOT LAYOUT-ACHADO
                       DISPLAY 'NAO HA LAYOUT DE ' DUMP-ARQUIVO
                               ' NO LAYOUTARQ NEM NO CATALOGO.'
                       MOVE 'S' TO DUMP-ERRO-SW
                   END-IF.

               5110-GUARDA-CARTAO.
                   IF LAY-E-ARQUIVO
                       IF LAY-ARQUIVO = DUMP-ARQUIVO
                               AND NOT LAYOUT-ACHADO
                           MOVE 'S' TO LAYOUT-ACHADO-SW
                           MOVE 'S' TO CARTAO-DO-ARQ-SW
                           MOVE LAY-NOME TO DUMP-DESCRICAO
                           MOVE LAY-CLASSE TO DUMP-ORGANIZACAO
                           MOVE LAY-INICIO TO DUMP-CHAVE-INICIO
                           MOVE LAY-TAMANHO TO DUMP-CHAVE-TAM
                       ELSE
                           MOVE 'N' TO CARTAO-DO-ARQ-SW
                       END-IF
                   ELSE
                       IF LAY-E-CAMPO AND CARTAO-DO-ARQUIVO
                               AND LAY-ARQUIVO = DUMP-ARQUIVO
                           IF QTD-CAMPOS < 60
                               ADD 1 TO QTD-CAMPOS
                               MOVE LAY-NOME TO CMP-NOME (QTD-CAMPOS)
                               MOVE LAY-INICIO
                                   TO CMP-INICIO (QTD-CAMPOS)
                               MOVE LAY-TAMANHO
                                   TO CMP-TAMANHO (QTD-CAMPOS)
                               MOVE LAY-CLASSE
                                   TO CMP-CLASSE (QTD-CAMPOS)
                           ELSE
                               DISPLAY 'LAYOUT COM MAIS DE 60 CAMPOS: '
                                       LAY-NOME ' IGNORADO.'
                           END-IF
                       END-IF
                   END-IF.

               5200-CONFERE-LAYOUT.
      *            Cartao fora do registro generico, classe invalida ou
      *            chave que nenhum dos indexados genericos declara
      *            impedem o dump - nada e listado com layout torto.
                   IF QTD-CAMPOS = ZERO
                       DISPLAY 'LAYOUT DE ' DUMP-ARQUIVO ' SEM CAMPOS.'
                       MOVE 'S' TO DUMP-ERRO-SW
                   END-IF.

                   IF NOT DUMP-SEQUENCIAL AND NOT DUMP-INDEXADO
                       DISPLAY 'ORGANIZACAO INVALIDA NO LAYOUT: '
                               DUMP-ORGANIZACAO ' (S OU I).'
                       MOVE 'S' TO DUMP-ERRO-SW
                   END-IF.

                   IF DUMP-INDEXADO
                       IF DUMP-CHAVE-INICIO NOT = 1
                               OR (DUMP-CHAVE-TAM NOT = 8
                               AND DUMP-CHAVE-TAM NOT = 10
                               AND DUMP-CHAVE-TAM NOT = 11
                               AND DUMP-CHAVE-TAM NOT = 12
                               AND DUMP-CHAVE-TAM NOT = 14)
                           DISPLAY 'CHAVE NAO SUPORTADA: INICIO '
                                   DUMP-CHAVE-INICIO ' TAMANHO '
                                   DUMP-CHAVE-TAM
                           DISPLAY '(SO CHAVE NO INICIO DO REGISTRO, '
                                   'COM 8, 10, 11, 12 OU 14 POSICOES)'
                           MOVE 'S' TO DUMP-ERRO-SW
                       END-IF
                   END-IF.

                   PERFORM VARYING IND-CAMPO FROM 1 BY 1
                           UNTIL IND-CAMPO > QTD-CAMPOS
                       COMPUTE FIM-CAMPO = CMP-INICIO (IND-CAMPO)
                                         + CMP-TAMANHO (IND-CAMPO) - 1
                       IF CMP-INICIO (IND-CAMPO) < 1
                               OR CMP-TAMANHO (IND-CAMPO) < 1
                               OR FIM-CAMPO > 1000
                           DISPLAY 'CAMPO FORA DO REGISTRO: '
                                   CMP-NOME (IND-CAMPO) ' INICIO '
                                   CMP-INICIO (IND-CAMPO) ' TAMANHO '
                                   CMP-TAMANHO (IND-CAMPO)
                           MOVE 'S' TO DUMP-ERRO-SW
                       END-IF
                       IF CMP-CLASSE (IND-CAMPO) NOT = 'X'
                               AND CMP-CLASSE (IND-CAMPO) NOT = '9'
                           DISPLAY 'CLASSE INVALIDA NO CAMPO '
                                   CMP-NOME (IND-CAMPO) ': '
                                   CMP-CLASSE (IND-CAMPO) ' (X OU 9).'
                           MOVE 'S' TO DUMP-ERRO-SW
                       END-IF
                   END-PERFORM.

               5300-PEDE-PARAMETROS.
                   DISPLAY 'ARQUIVO ' DUMP-ARQUIVO ' - ' DUMP-DESCRICAO
                           ' (LAYOUT DO ' ORIGEM-LAYOUT ')'.
                   DISPLAY 'A PARTIR DO REGISTRO (0 = DO PRIMEIRO) :'.
                   MOVE ZERO TO REG-INICIAL.
                   ACCEPT REG-INICIAL.

                   MOVE SPACES TO CHAVE-INICIAL.
                   MOVE SPACES TO CHAVE-AJUSTADA.
                   IF DUMP-INDEXADO
                       DISPLAY 'A PARTIR DA CHAVE (EM BRANCO = DO '
                               'INICIO) :'
                       ACCEPT CHAVE-INICIAL
                       MOVE CHAVE-INICIAL TO CHAVE-AJUSTADA
      *                Chave numerica digitada sem os zeros a esquerda
      *                e completada como no registro.
                       PERFORM VARYING IND-CAMPO FROM 1 BY 1
                               UNTIL IND-CAMPO > QTD-CAMPOS
                           IF CMP-INICIO (IND-CAMPO) = DUMP-CHAVE-INICIO
                                   AND CMP-TAMANHO (IND-CAMPO)
                                       = DUMP-CHAVE-TAM
                                   AND CMP-CLASSE (IND-CAMPO) = '9'
                               MOVE CHAVE-INICIAL TO VALOR-DIGITADO
                               MOVE DUMP-CHAVE-TAM TO VALOR-TAMANHO
                               PERFORM 5400-AJUSTA-NUMERICO
                               MOVE VALOR-AJUSTADO TO CHAVE-AJUSTADA
                           END-IF
                       END-PERFORM
                   END-IF.

                   DISPLAY 'CAMPO DO FILTRO (EM BRANCO = SEM FILTRO) :'.
                   MOVE SPACES TO FILTRO-CAMPO.
                   MOVE SPACES TO FILTRO-VALOR.
                   MOVE SPACES TO FILTRO-AJUSTADO.
                   MOVE ZERO TO IND-FILTRO.
                   ACCEPT FILTRO-CAMPO.
                   INSPECT FILTRO-CAMPO CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
                   IF FILTRO-CAMPO NOT = SPACES
                       PERFORM VARYING IND-CAMPO FROM 1 BY 1
                               UNTIL IND-CAMPO > QTD-CAMPOS
                                  OR IND-FILTRO NOT = ZERO
                           IF CMP-NOME (IND-CAMPO) = FILTRO-CAMPO
                               MOVE IND-CAMPO TO IND-FILTRO
                           END-IF
                       END-PERFORM
                       IF IND-FILTRO = ZERO
                           DISPLAY 'CAMPO ' FILTRO-CAMPO
                                   ' NAO ESTA NO LAYOUT DE '
                                   DUMP-ARQUIVO '.'
                           MOVE 'S' TO DUMP-ERRO-SW
                       ELSE
                           DISPLAY 'VALOR DO FILTRO :'
                           ACCEPT FILTRO-VALOR
                           MOVE CMP-INICIO (IND-FILTRO) TO FILTRO-INICIO
                           MOVE CMP-TAMANHO (IND-FILTRO) TO FILTRO-TAM
                           IF FILTRO-TAM > 60
                               MOVE 60 TO FILTRO-TAM
                           END-IF
                           MOVE FILTRO-VALOR TO FILTRO-AJUSTADO
                           IF CMP-CLASSE (IND-FILTRO) = '9'
                               MOVE FILTRO-VALOR TO VALOR-DIGITADO
                               MOVE FILTRO-TAM TO VALOR-TAMANHO
                               PERFORM 5400-AJUSTA-NUMERICO
                               MOVE VALOR-AJUSTADO TO FILTRO-AJUSTADO
                           END-IF
                       END-IF
                   END-IF.

                   IF NOT DUMP-COM-ERRO
                       DISPLAY 'QUANTIDADE MAXIMA A LISTAR '
                               '(0 = TODOS) :'
                       MOVE ZERO TO QTD-MAXIMA
                       ACCEPT QTD-MAXIMA
                   END-IF.

               5400-AJUSTA-NUMERICO.
      *            Completa com zeros a esquerda, ate VALOR-TAMANHO
      *            posicoes, o numero digitado mais curto que o campo.
      *            Valor nao numerico fica como foi digitado.
                   MOVE VALOR-DIGITADO TO VALOR-AJUSTADO.
                   MOVE ZERO TO TAM-DIGITADO.
                   PERFORM VARYING IND-POSICAO FROM 60 BY -1
                           UNTIL IND-POSICAO < 1 OR TAM-DIGITADO > 0
                       IF VALOR-DIGITADO (IND-POSICAO:1) NOT = SPACE
                           MOVE IND-POSICAO TO TAM-DIGITADO
                       END-IF
                   END-PERFORM.
                   IF TAM-DIGITADO > 0 AND TAM-DIGITADO < VALOR-TAMANHO
                           AND VALOR-TAMANHO NOT > 60
                       IF VALOR-DIGITADO (1:TAM-DIGITADO) IS NUMERIC
                           MOVE SPACES TO VALOR-AJUSTADO
                           MOVE ALL '0'
                               TO VALOR-AJUSTADO (1:VALOR-TAMANHO)
                           COMPUTE POS-DESTINO = VALOR-TAMANHO
                                               - TAM-DIGITADO + 1
                           MOVE VALOR-DIGITADO (1:TAM-DIGITADO)
                               TO VALOR-AJUSTADO
                                  (POS-DESTINO:TAM-DIGITADO)
                       END-IF
                   END-IF.

               5500-LISTA-REGISTROS.
      *            O arquivo ja vem aberto por 5000-DUMP-POR-LAYOUT, que
      *            tambem o fecha.
                   MOVE 'N' TO DUMP-FIM.
                   IF DUMP-INDEXADO AND CHAVE-INICIAL NOT = SPACES
                       PERFORM 5520-POSICIONA-CHAVE
                   END-IF.
                   IF NOT DUMP-ACABOU
                       PERFORM 5530-LE-DUMP
                   END-IF.
                   PERFORM UNTIL DUMP-ACABOU
                       PERFORM 5540-TRATA-REGISTRO
                           THRU 5540-TRATA-REGISTRO-EXIT
                       IF NOT DUMP-ACABOU
                           PERFORM 5530-LE-DUMP
                       END-IF
                   END-PERFORM.

                   PERFORM 5950-RODAPE-LAYOUT.

               5510-ABRE-DUMP.
                   IF DUMP-SEQUENCIAL
                       OPEN INPUT ARQ-DUMP
                   ELSE
                       IF DUMP-CHAVE-TAM = 8
                           OPEN INPUT ARQ-IX08
                       END-IF
                       IF DUMP-CHAVE-TAM = 10
                           OPEN INPUT ARQ-IX10
                       END-IF
                       IF DUMP-CHAVE-TAM = 11
                           OPEN INPUT ARQ-IX11
                       END-IF
                       IF DUMP-CHAVE-TAM = 12
                           OPEN INPUT ARQ-IX12
                       END-IF
                       IF DUMP-CHAVE-TAM = 14
                           OPEN INPUT ARQ-IX14
                       END-IF
                   END-IF.
                   PERFORM 9999-INTERPRETA-FS.
                   IF FS-ENTRADA (1:1) NOT = '0'
                       DISPLAY 'ERRO AO ABRIR ' DUMP-ARQUIVO ' - '
                               FS-MENSAGEM
                       MOVE 'S' TO DUMP-ERRO-SW
                   ELSE
                       MOVE 'S' TO DUMP-ABERTO-SW
                   END-IF.

               5520-POSICIONA-CHAVE.
                   IF DUMP-CHAVE-TAM = 8
                       MOVE CHAVE-AJUSTADA (1:8) TO IX08-CHAVE
                       START ARQ-IX08 KEY IS NOT LESS THAN IX08-CHAVE
                           INVALID KEY
                               SET DUMP-ACABOU TO TRUE
                       END-START
                   END-IF.
                   IF DUMP-CHAVE-TAM = 10
                       MOVE CHAVE-AJUSTADA (1:10) TO IX10-CHAVE
                       START ARQ-IX10 KEY IS NOT LESS THAN IX10-CHAVE
                           INVALID KEY
                               SET DUMP-ACABOU TO TRUE
                       END-START
                   END-IF.
                   IF DUMP-CHAVE-TAM = 11
                       MOVE CHAVE-AJUSTADA (1:11) TO IX11-CHAVE
                       START ARQ-IX11 KEY IS NOT LESS THAN IX11-CHAVE
                           INVALID KEY
                               SET DUMP-ACABOU TO TRUE
                       END-START
                   END-IF.
                   IF DUMP-CHAVE-TAM = 12
                       MOVE CHAVE-AJUSTADA (1:12) TO IX12-CHAVE
                       START ARQ-IX12 KEY IS NOT LESS THAN IX12-CHAVE
                           INVALID KEY
                               SET DUMP-ACABOU TO TRUE
                       END-START
                   END-IF.
                   IF DUMP-CHAVE-TAM = 14
                       MOVE CHAVE-AJUSTADA (1:14) TO IX14-CHAVE
                       START ARQ-IX14 KEY IS NOT LESS THAN IX14-CHAVE
                           INVALID KEY
                               SET DUMP-ACABOU TO TRUE
                       END-START
                   END-IF.
                   IF DUMP-ACABOU
                       DISPLAY 'NENHUMA CHAVE A PARTIR DE '
                               CHAVE-AJUSTADA (1:DUMP-CHAVE-TAM) '.'
                   END-IF.

               5530-LE-DUMP.
      *            A area do registro e limpa antes de cada leitura:
      *            registro mais curto que o generico nao carrega a
      *            sobra do anterior.
                   IF DUMP-SEQUENCIAL
                       MOVE SPACES TO REG-DUMP-SEQ
                       READ ARQ-DUMP INTO REG-DUMP
                           AT END
                               SET DUMP-ACABOU TO TRUE
                       END-READ
                   ELSE
                       IF DUMP-CHAVE-TAM = 8
                           MOVE SPACES TO REG-IX08
                           READ ARQ-IX08 NEXT RECORD INTO REG-DUMP
                               AT END
                                   SET DUMP-ACABOU TO TRUE
                           END-READ
                       END-IF
                       IF DUMP-CHAVE-TAM = 10
                           MOVE SPACES TO REG-IX10
                           READ ARQ-IX10 NEXT RECORD INTO REG-DUMP
                               AT END
                                   SET DUMP-ACABOU TO TRUE
                           END-READ
                       END-IF
                       IF DUMP-CHAVE-TAM = 11
                           MOVE SPACES TO REG-IX11
                           READ ARQ-IX11 NEXT RECORD INTO REG-DUMP
                               AT END
                                   SET DUMP-ACABOU TO TRUE
                           END-READ
                       END-IF
                       IF DUMP-CHAVE-TAM = 12
                           MOVE SPACES TO REG-IX12
                           READ ARQ-IX12 NEXT RECORD INTO REG-DUMP
                               AT END
                                   SET DUMP-ACABOU TO TRUE
                           END-READ
                       END-IF
                       IF DUMP-CHAVE-TAM = 14
                           MOVE SPACES TO REG-IX14
                           READ ARQ-IX14 NEXT RECORD INTO REG-DUMP
                               AT END
                                   SET DUMP-ACABOU TO TRUE
                           END-READ
                       END-IF
                   END-IF.
                   IF NOT DUMP-ACABOU
                       PERFORM 9999-INTERPRETA-FS
                       IF FS-ENTRADA (1:1) NOT = '0'
                           DISPLAY 'ERRO DE LEITURA EM ' DUMP-ARQUIVO
                                   ' - ' FS-MENSAGEM
                           MOVE 'S' TO DUMP-ERRO-SW
                           SET DUMP-ACABOU TO TRUE
                       END-IF
                   END-IF.

               5540-TRATA-REGISTRO.
                   ADD 1 TO QTD-LIDOS.
                   IF QTD-LIDOS < REG-INICIAL
                       GO TO 5540-TRATA-REGISTRO-EXIT
                   END-IF.
                   IF IND-FILTRO NOT = ZERO
                       IF REG-DUMP (FILTRO-INICIO:FILTRO-TAM)
                               NOT = FILTRO-AJUSTADO (1:FILTRO-TAM)
                           ADD 1 TO QTD-FORA-FILTRO
                           GO TO 5540-TRATA-REGISTRO-EXIT
                       END-IF
                   END-IF.
                   PERFORM 5600-IMPRIME-REGISTRO.
                   ADD 1 TO QTD-LISTADOS.
                   IF QTD-MAXIMA NOT = ZERO
                           AND QTD-LISTADOS NOT LESS THAN QTD-MAXIMA
                       SET DUMP-ACABOU TO TRUE
                   END-IF.

               5540-TRATA-REGISTRO-EXIT.
                   EXIT.

               5590-FECHA-DUMP.
                   IF DUMP-ABERTO
                       IF DUMP-SEQUENCIAL
                           CLOSE ARQ-DUMP
                       END-IF
                       IF DUMP-INDEXADO AND DUMP-CHAVE-TAM = 8
                           CLOSE ARQ-IX08
                       END-IF
                       IF DUMP-INDEXADO AND DUMP-CHAVE-TAM = 10
                           CLOSE ARQ-IX10
                       END-IF
                       IF DUMP-INDEXADO AND DUMP-CHAVE-TAM = 11
                           CLOSE ARQ-IX11
                       END-IF
                       IF DUMP-INDEXADO AND DUMP-CHAVE-TAM = 12
                           CLOSE ARQ-IX12
                       END-IF
                       IF DUMP-INDEXADO AND DUMP-CHAVE-TAM = 14
                           CLOSE ARQ-IX14
                       END-IF
                       MOVE 'N' TO DUMP-ABERTO-SW
                   END-IF.

               5600-IMPRIME-REGISTRO.
      *            Um registro nao e partido entre paginas (a nao ser
      *            que sozinho passe do tamanho da pagina). Campo
      *            maior que 40 posicoes continua nas linhas de baixo;
      *            ! depois da classe marca campo 9 com conteudo nao
      *            numerico.
                   COMPUTE LINHAS-REGISTRO = QTD-CAMPOS + 1.
                   IF PAGINA-ATUAL = ZERO
                       PERFORM 5900-CABECALHO-LAYOUT
                   ELSE
                       IF LINHA-DUMP + LINHAS-REGISTRO
                               > LINHAS-POR-PAGINA
                           PERFORM 5900-CABECALHO-LAYOUT
                       END-IF
                   END-IF.
                   DISPLAY 'REGISTRO ' QTD-LIDOS.
                   ADD 1 TO LINHA-DUMP.
                   PERFORM VARYING IND-CAMPO FROM 1 BY 1
                           UNTIL IND-CAMPO > QTD-CAMPOS
                       MOVE SPACE TO MARCA-NUMERICO
                       MOVE CMP-INICIO (IND-CAMPO) TO PEDACO-INICIO
                       MOVE CMP-TAMANHO (IND-CAMPO) TO PEDACO-RESTO
                       IF CMP-CLASSE (IND-CAMPO) = '9'
                           IF REG-DUMP (PEDACO-INICIO:PEDACO-RESTO)
                                   IS NOT NUMERIC
                               MOVE '!' TO MARCA-NUMERICO
                           END-IF
                       END-IF
                       MOVE PEDACO-RESTO TO PEDACO-TAM
                       IF PEDACO-TAM > 40
                           MOVE 40 TO PEDACO-TAM
                       END-IF
                       DISPLAY '  ' CMP-NOME (IND-CAMPO) ' '
                               CMP-INICIO (IND-CAMPO) ' '
                               CMP-TAMANHO (IND-CAMPO) ' '
                               CMP-CLASSE (IND-CAMPO) MARCA-NUMERICO
                               ': '
                               REG-DUMP (PEDACO-INICIO:PEDACO-TAM)
                       ADD 1 TO LINHA-DUMP
                       ADD PEDACO-TAM TO PEDACO-INICIO
                       SUBTRACT PEDACO-TAM FROM PEDACO-RESTO
                       PERFORM UNTIL PEDACO-RESTO = ZERO
                           MOVE PEDACO-RESTO TO PEDACO-TAM
                           IF PEDACO-TAM > 40
                               MOVE 40 TO PEDACO-TAM
                           END-IF
                           DISPLAY '                                 '
                                   '  : '
                                   REG-DUMP (PEDACO-INICIO:PEDACO-TAM)
                           ADD 1 TO LINHA-DUMP
                           ADD PEDACO-TAM TO PEDACO-INICIO
                           SUBTRACT PEDACO-TAM FROM PEDACO-RESTO
                       END-PERFORM
                   END-PERFORM.

               5900-CABECALHO-LAYOUT.
                   ADD 1 TO PAGINA-ATUAL.
                   MOVE ZERO TO LINHA-DUMP.
                   DISPLAY ' '.
                   DISPLAY '------------------------------------------'.
                   DISPLAY 'DUMP DE ' DUMP-ARQUIVO ' - ' DUMP-DESCRICAO
                           '  DATA: ' DATA-RELATORIO
                           '  PAGINA: ' PAGINA-ATUAL.
                   IF IND-FILTRO NOT = ZERO
                       DISPLAY 'FILTRO: ' FILTRO-CAMPO ' = '
                               FILTRO-AJUSTADO (1:FILTRO-TAM)
                   END-IF.
                   DISPLAY '------------------------------------------'.
                   DISPLAY '  CAMPO                INIC TAM  C : '
                           'CONTEUDO'.
                   DISPLAY '------------------------------------------'.

               5950-RODAPE-LAYOUT.
                   DISPLAY '------------------------------------------'.
                   DISPLAY 'REGISTROS LIDOS       : ' QTD-LIDOS.
                   DISPLAY 'REGISTROS LISTADOS    : ' QTD-LISTADOS.
                   IF IND-FILTRO NOT = ZERO
                       DISPLAY 'FORA DO FILTRO        : '
                               QTD-FORA-FILTRO
                   END-IF.

               COPY FS-VERIFICA.
           END PROGRAM LER-ARQUIVO.
