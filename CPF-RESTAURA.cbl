      *     teve. O registro so e apagado do morto DEPOIS de gravado
      *     no vivo; colisao (FS 22) e CPF barrado pela lista ficam
      *     no morto e saem contados no relatorio.
      *   - A area solicitante passa pela conferencia AREA-VALIDA
      *     contra o cadastro de areas: nao cadastrada ou inativa
      *     recusa a restauracao (RC 8) antes de abrir o morto; o
      *     relatorio mostra o codigo em maiusculas.
      *   - Registra a trava de uso exclusivo de ARQCPF2 (TRAVA-ARQ)
      *     antes de abrir o extrato para atualizacao e a libera ao
      *     terminar: com o arquivo em uso pela cadeia noturna ou por
      *     outro operador, a restauracao e recusada com o nome de
      *     quem o detem.
      *   - A execucao acrescenta uma linha RESTAURA ao razao do
      *     arquivo morto (ARQARCCTL): data, quantidade restaurada,
      *     faixa de datas de geracao, area solicitante e operador -
      *     o relatorio gerencial mensal conta as restauracoes do mes
      *     por ele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-RESTAURA.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-LST.

                       SELECT ARQ-RAZAO-ARC ASSIGN TO "ARQARCCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AMV.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQUIVO.
                       01 REG-LISTA.
                           05 LST-CPF          PIC 9(11).

                   FD ARQ-RAZAO-ARC
                       LABEL RECORD STANDARD.

                       01 REG-MOVIMENTO-ARC.
                           COPY ARCMOV.

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-ARC           PIC X(02).
                   01 FS-BLK           PIC X(02).
                   01 FS-LST           PIC X(02).
                   01 FS-AMV           PIC X(02).
                   COPY OPERADOR.
                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.

                   01 MODO-RESTAURA    PIC 9(01) VALUE 1.
                       88 MODO-POR-DATA    VALUE 1.
                       88 MODO-POR-LISTA   VALUE 2.

                   01 AREA-SOLICITANTE PIC X(08).
                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).
                   01 DATA-INI-SEL     PIC 9(08) VALUE ZERO.
                   01 DATA-INI-RED     REDEFINES DATA-INI-SEL.
                       05 INI-SECULO   PIC 9(02).
                   01 DATA-MAIS-ANTIGA PIC 9(08) VALUE 99999999.
                   01 DATA-MAIS-NOVA   PIC 9(08) VALUE ZERO.

                   01 TRAVA-FUNCAO     PIC X(01).
                   01 TRAVA-ARQUIVO    PIC X(12) VALUE 'ARQCPF2'.
                   01 TRAVA-PROGRAMA   PIC X(20) VALUE 'CPF-RESTAURA'.
                   01 TRAVA-RC         PIC 9(01).
                   01 TRAVA-SW         PIC X(01) VALUE 'N'.
                       88 ARQUIVO-TRAVADO  VALUE 'S'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
               END-IF
               PERFORM 4000-FINALIZAR
           END-IF.
           IF ARQUIVO-TRAVADO
               MOVE 'L' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               MOVE 'N' TO TRAVA-SW
           END-IF.

           GOBACK.


           DISPLAY 'AREA SOLICITANTE (ATE 8 CARACTERES) :'.
           ACCEPT AREA-SOLICITANTE.
           CALL 'AREA-VALIDA' USING AREA-SOLICITANTE AREA-NOME-CAD
                                    AREA-RC.
           IF AREA-RC NOT = 0
               DISPLAY 'RESTAURACAO RECUSADA: AREA SOLICITANTE '
                       'INVALIDA.'
               MOVE 'S' TO ERRO-RST-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'MODO (1=FAIXA DE DATA DE GERACAO  '
                   '2=LISTA DE CPFS) :'.
               END-IF
           END-IF.

           IF NOT ERRO-NA-RESTAURA
               MOVE 'R' TO TRAVA-FUNCAO
               CALL 'TRAVA-ARQ' USING TRAVA-FUNCAO TRAVA-ARQUIVO
                                      TRAVA-PROGRAMA TRAVA-RC
               IF TRAVA-RC NOT = 0
                   MOVE 'S' TO ERRO-RST-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET ARQUIVO-TRAVADO TO TRUE
               END-IF
           END-IF.

           IF NOT ERRO-NA-RESTAURA
               PERFORM 1100-ABRIR-ARQUIVOS
           END-IF.

       1100-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-MORTO.
           IF FS-ARC NOT = '00'
               DISPLAY 'ARQUIVO MORTO NAO ENCONTRADO: ARQCPFARC - FS '
           ELSE
               DISPLAY 'NADA RESTAURADO.'
           END-IF.
           IF QTD-RESTAURADOS > ZERO
               PERFORM 4100-GRAVA-RAZAO-ARC
           END-IF.

       4100-GRAVA-RAZAO-ARC.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES           TO REG-MOVIMENTO-ARC.
           MOVE DATA-HOJE        TO AMV-DATA.
           SET AMV-RESTAURACAO   TO TRUE.
           MOVE QTD-RESTAURADOS  TO AMV-QTD.
           MOVE DATA-MAIS-ANTIGA TO AMV-DATA-INI.
           MOVE DATA-MAIS-NOVA   TO AMV-DATA-FIM.
           MOVE AREA-SOLICITANTE TO AMV-AREA.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'       TO AMV-OPERADOR
           ELSE
               MOVE OPR-SESSAO-CODIGO TO AMV-OPERADOR
           END-IF.
           OPEN EXTEND ARQ-RAZAO-ARC.
           IF FS-AMV NOT = '00'
               OPEN OUTPUT ARQ-RAZAO-ARC
           END-IF.
           IF FS-AMV NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQARCCTL - FS ' FS-AMV
           ELSE
               WRITE REG-MOVIMENTO-ARC
               CLOSE ARQ-RAZAO-ARC
           END-IF.

       COPY FS-VERIFICA.
