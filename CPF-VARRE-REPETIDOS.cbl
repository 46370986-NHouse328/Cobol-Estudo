      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Varredura unica do estoque ja emitido atras dos
      *            numeros de digitos todos iguais (000.000.000-00 a
      *            999.999.999-99 e 00.000.000/0000-00 a
      *            99.999.999/9999-99): fecham o modulo 11, mas a
      *            Receita e todo sistema que alimentamos os recusam,
      *            e os modulos de digito so passaram a reprova-los
      *            depois que GERA-CPF-DAT ja os tinha emitido em
      *            faixas que os cobriam. Confere os dez CPFs no
      *            mestre acumulado (ARQCPFMST), no extrato vivo
      *            (ARQCPF2), no arquivo morto (ARQCPFARC) e nas
      *            alocacoes (ARQALOC), e os dez CNPJs no mestre de
      *            CNPJ (ARQCNPJMST), e produz o relatorio de recall
      *            (ARQREPRECALL) no molde do da lista de exclusao.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. Como sao so dez numeros por tipo de
      *     documento, cada um e procurado por chave em cada arquivo,
      *     sem ler os arquivos inteiros. Arquivo ausente nao derruba
      *     a varredura: o tier some do relatorio. Numero encontrado
      *     termina com RETURN-CODE 4.
      *   - CNA-CNPJ passou a X(14), acompanhando o CNPJ
      *     alfanumerico no mestre; os dez CNPJs procurados continuam
      *     numericos.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      *   - O relatorio ARQREPRECALL e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-VARRE-REPETIDOS.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-MESTRE ASSIGN TO "ARQCPFMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MST-CPF
                       ALTERNATE RECORD KEY IS MST-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-MST.

                       SELECT ARQUIVO ASSIGN TO "ARQCPF2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CPF-OUT
                       ALTERNATE RECORD KEY IS CPF-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-ENTRADA.

                       SELECT ARQ-MORTO ASSIGN TO "ARQCPFARC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ARC-CPF
                       ALTERNATE RECORD KEY IS ARC-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-ARC.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-CNPJ-MST ASSIGN TO "ARQCNPJMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CNA-CNPJ
                       FILE STATUS IS FS-CNA.

                       SELECT ARQ-RECALL ASSIGN TO "ARQREPRECALL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REC.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-MESTRE.

                       01 REG-MESTRE.
                           05 MST-CPF          PIC 9(11).
                           05 MST-CPF-PONTUADO PIC X(14).
                           05 MST-DATA-GERACAO PIC 9(08).

                   FD ARQUIVO.

                       01 REG-ARQUIVO.
                           05 CPF-OUT          PIC 9(11).
                           05 CPF-OUT-PONTUADO PIC X(14).
                           05 CPF-DATA-GERACAO PIC 9(08).

                   FD ARQ-MORTO.

                       01 REG-MORTO.
                           05 ARC-CPF          PIC 9(11).
                           05 ARC-CPF-PONTUADO PIC X(14).
                           05 ARC-DATA-GERACAO PIC 9(08).

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-CNPJ-MST.

                       01 REG-CNPJ-MST.
                           05 CNA-CNPJ           PIC X(14).
                           05 CNA-CNPJ-PONTUADO  PIC X(18).
                           05 CNA-DATA-GERACAO   PIC 9(08).

                   FD ARQ-RECALL
                       LABEL RECORD STANDARD.

                       01 REG-RECALL.
                           05 REC-TIPO-DOC     PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REC-DOCUMENTO    PIC 9(14).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REC-SITUACAO     PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REC-DATA-GER     PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REC-AREA         PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REC-DATA-ALOC    PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REC-NUM-RUN      PIC 9(10).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-MST           PIC X(02).
                   01 FS-ARC           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-CNA           PIC X(02).
                   01 FS-REC           PIC X(02).

                   01 ERRO-VAR-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-VARREDURA VALUE 'S'.

                   01 HA-MESTRE-SW     PIC X(01) VALUE 'N'.
                       88 HA-MESTRE        VALUE 'S'.
                   01 HA-VIVO-SW       PIC X(01) VALUE 'N'.
                       88 HA-VIVO          VALUE 'S'.
                   01 HA-MORTO-SW      PIC X(01) VALUE 'N'.
                       88 HA-MORTO         VALUE 'S'.
                   01 HA-ALOC-SW       PIC X(01) VALUE 'N'.
                       88 HA-ALOCACOES     VALUE 'S'.
                   01 HA-CNPJ-SW       PIC X(01) VALUE 'N'.
                       88 HA-CNPJ-MESTRE   VALUE 'S'.

                   01 EXPOSTO-SW       PIC X(01) VALUE 'N'.
                       88 DOC-EXPOSTO      VALUE 'S'.
                   01 ALOCADO-SW       PIC X(01) VALUE 'N'.
                       88 CPF-ALOCADO      VALUE 'S'.
                   01 SITUACAO-DOC     PIC X(08).
                   01 DATA-GER-DOC     PIC 9(08) VALUE ZERO.

                   01 DIGITO-REPETIDO  PIC 9(02) VALUE ZERO.
                   01 CPF-REPETIDO     PIC 9(11) VALUE ZERO.
                   01 CNPJ-REPETIDO    PIC 9(14) VALUE ZERO.

                   01 QTD-CPF-EXPOSTOS  PIC 9(07) VALUE ZERO.
                   01 QTD-CPF-ALOCADOS  PIC 9(07) VALUE ZERO.
                   01 QTD-CNPJ-EXPOSTOS PIC 9(07) VALUE ZERO.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-VARREDURA
               PERFORM 2000-PROCESSAR
               PERFORM 3000-FINALIZAR
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'VARREREP' TO ERR-PROGRAMA.
           MOVE 'ARQREPRECALL' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-VAR-SW.
           MOVE 'N' TO HA-MESTRE-SW.
           MOVE 'N' TO HA-VIVO-SW.
           MOVE 'N' TO HA-MORTO-SW.
           MOVE 'N' TO HA-ALOC-SW.
           MOVE 'N' TO HA-CNPJ-SW.
           MOVE ZERO TO QTD-CPF-EXPOSTOS.
           MOVE ZERO TO QTD-CPF-ALOCADOS.
           MOVE ZERO TO QTD-CNPJ-EXPOSTOS.

           OPEN OUTPUT ARQ-RECALL.
           IF FS-REC NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQREPRECALL - FS ' FS-REC
               MOVE 'S' TO ERRO-VAR-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-ABRIR-CRUZAMENTOS
           END-IF.

       1100-ABRIR-CRUZAMENTOS.
      *    Cada arquivo e opcional: ausente, o tier some do relatorio
      *    e os demais seguem valendo.
           OPEN INPUT ARQ-MESTRE.
           IF FS-MST = '00'
               SET HA-MESTRE TO TRUE
           END-IF.
           OPEN INPUT ARQUIVO.
           IF FS-ENTRADA = '00'
               SET HA-VIVO TO TRUE
           END-IF.
           OPEN INPUT ARQ-MORTO.
           IF FS-ARC = '00'
               SET HA-MORTO TO TRUE
           END-IF.
           OPEN INPUT ARQ-ALOCACOES.
           IF FS-ALO = '00'
               SET HA-ALOCACOES TO TRUE
           END-IF.
           OPEN INPUT ARQ-CNPJ-MST.
           IF FS-CNA = '00'
               SET HA-CNPJ-MESTRE TO TRUE
           END-IF.

       2000-PROCESSAR.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'RECALL DE NUMEROS COM DIGITOS REPETIDOS'.
           DISPLAY '-------------------------------------------'.
      *    O numero de digitos todos iguais e o proprio digito vezes
      *    11111111111 (CPF) ou 11111111111111 (CNPJ).
           PERFORM VARYING DIGITO-REPETIDO FROM 0 BY 1
                   UNTIL DIGITO-REPETIDO > 9
               COMPUTE CPF-REPETIDO = DIGITO-REPETIDO * 11111111111
               PERFORM 2100-CRUZA-CPF
               COMPUTE CNPJ-REPETIDO =
                       DIGITO-REPETIDO * 11111111111111
               PERFORM 2300-CRUZA-CNPJ
           END-PERFORM.

       2100-CRUZA-CPF.
      *    Mesma precedencia da varredura da lista de exclusao: VIVO
      *    antes de MORTO antes de MESTRE. A alocacao vale por cima de
      *    qualquer situacao, e sozinha (alocado sem rastro nos
      *    extratos) tambem entra no recall.
           MOVE 'N' TO EXPOSTO-SW.
           MOVE 'N' TO ALOCADO-SW.
           MOVE SPACES TO SITUACAO-DOC.
           MOVE ZERO TO DATA-GER-DOC.

           IF HA-VIVO
               MOVE CPF-REPETIDO TO CPF-OUT
               READ ARQUIVO KEY IS CPF-OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOC-EXPOSTO TO TRUE
                       MOVE 'VIVO'    TO SITUACAO-DOC
                       MOVE CPF-DATA-GERACAO TO DATA-GER-DOC
               END-READ
           END-IF.
           IF NOT DOC-EXPOSTO AND HA-MORTO
               MOVE CPF-REPETIDO TO ARC-CPF
               READ ARQ-MORTO KEY IS ARC-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOC-EXPOSTO TO TRUE
                       MOVE 'MORTO'   TO SITUACAO-DOC
                       MOVE ARC-DATA-GERACAO TO DATA-GER-DOC
               END-READ
           END-IF.
           IF NOT DOC-EXPOSTO AND HA-MESTRE
               MOVE CPF-REPETIDO TO MST-CPF
               READ ARQ-MESTRE KEY IS MST-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOC-EXPOSTO TO TRUE
                       MOVE 'MESTRE'  TO SITUACAO-DOC
                       MOVE MST-DATA-GERACAO TO DATA-GER-DOC
               END-READ
           END-IF.

           MOVE SPACES         TO REG-RECALL.
           MOVE 'F'            TO REC-TIPO-DOC.
           MOVE CPF-REPETIDO   TO REC-DOCUMENTO.
           MOVE SPACES         TO REC-AREA.
           MOVE ZERO           TO REC-DATA-ALOC.
           MOVE ZERO           TO REC-NUM-RUN.
           IF HA-ALOCACOES
               MOVE CPF-REPETIDO TO ALO-CPF
               READ ARQ-ALOCACOES KEY IS ALO-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CPF-ALOCADO TO TRUE
                       MOVE ALO-AREA    TO REC-AREA
                       MOVE ALO-DATA    TO REC-DATA-ALOC
                       MOVE ALO-NUM-RUN TO REC-NUM-RUN
               END-READ
           END-IF.

           IF CPF-ALOCADO AND NOT DOC-EXPOSTO
               SET DOC-EXPOSTO TO TRUE
               MOVE 'ALOCADO' TO SITUACAO-DOC
           END-IF.

           IF DOC-EXPOSTO
               ADD 1 TO QTD-CPF-EXPOSTOS
               IF CPF-ALOCADO
                   ADD 1 TO QTD-CPF-ALOCADOS
               END-IF
               PERFORM 2200-GRAVA-RECALL
           END-IF.

       2200-GRAVA-RECALL.
           MOVE SITUACAO-DOC   TO REC-SITUACAO.
           MOVE DATA-GER-DOC   TO REC-DATA-GER.
           WRITE REG-RECALL.
           DISPLAY REC-TIPO-DOC ' ' REC-DOCUMENTO ' ' REC-SITUACAO
                   ' GERADO ' REC-DATA-GER ' AREA ' REC-AREA
                   ' RUN ' REC-NUM-RUN.

       2300-CRUZA-CNPJ.
           IF HA-CNPJ-MESTRE
               MOVE CNPJ-REPETIDO TO CNA-CNPJ
               READ ARQ-CNPJ-MST KEY IS CNA-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO QTD-CNPJ-EXPOSTOS
                       MOVE SPACES        TO REG-RECALL
                       MOVE 'J'           TO REC-TIPO-DOC
                       MOVE CNPJ-REPETIDO TO REC-DOCUMENTO
                       MOVE SPACES        TO REC-AREA
                       MOVE ZERO          TO REC-DATA-ALOC
                       MOVE ZERO          TO REC-NUM-RUN
                       MOVE 'MESTRE'      TO SITUACAO-DOC
                       MOVE CNA-DATA-GERACAO TO DATA-GER-DOC
                       PERFORM 2200-GRAVA-RECALL
               END-READ
           END-IF.

       3000-FINALIZAR.
           CLOSE ARQ-RECALL.
           MOVE 'ARQREPRECALL' TO REL-TIPO.
           MOVE 'CPF-VARRE-REPETIDOS' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.
           IF HA-MESTRE
               CLOSE ARQ-MESTRE
           END-IF.
           IF HA-VIVO
               CLOSE ARQUIVO
           END-IF.
           IF HA-MORTO
               CLOSE ARQ-MORTO
           END-IF.
           IF HA-ALOCACOES
               CLOSE ARQ-ALOCACOES
           END-IF.
           IF HA-CNPJ-MESTRE
               CLOSE ARQ-CNPJ-MST
           END-IF.
           DISPLAY '-------------------------------------------'.
           DISPLAY QTD-CPF-EXPOSTOS  ' CPFS REPETIDOS JA EMITIDOS.'.
           DISPLAY QTD-CPF-ALOCADOS  ' DESSES ALOCADOS A UMA AREA.'.
           DISPLAY QTD-CNPJ-EXPOSTOS ' CNPJS REPETIDOS JA EMITIDOS.'.
           IF QTD-CPF-EXPOSTOS > ZERO OR QTD-CNPJ-EXPOSTOS > ZERO
               DISPLAY '*** RECOLHER OS NUMEROS - VER '
                       'ARQREPRECALL ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY FS-VERIFICA.
