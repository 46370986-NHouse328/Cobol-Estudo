      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Verificacao de conteudo de uma execucao de geracao
      *            recem-terminada, registro a registro. A conciliacao
      *            (CPF-CONCILIA-RUN) prova que as contas fecham, mas
      *            nao que os registros estao certos; aqui cada CPF do
      *            ARQCPF2 e conferido de novo, de forma independente
      *            do gerador:
      *              DIGITO     - digitos verificadores refeitos por
      *                           CPF-CHECK-DIGIT;
      *              PONTUACAO  - CPF-OUT-PONTUADO igual a mascara
      *                           999.999.999-99 dos digitos crus;
      *              DATA       - CPF-DATA-GERACAO igual a data do
      *                           manifesto (MF-DATA-EXEC);
      *              LISTA-EXCL - CPF presente na lista de exclusao
      *                           ARQCPFBLK;
      *              MESTRE     - CPF ja presente no mestre acumulado
      *                           ARQCPFMST (emitido por um run
      *                           anterior - esta etapa roda ANTES da
      *                           fusao da noite no mestre);
      *              FAIXA      - CPF fora da faixa MF-CPF-INICIO a
      *                           MF-CPF-LIMITE do manifesto.
      *            Cada falha sai numa linha de ARQCPFVER (um registro
      *            com mais de um problema sai uma vez por motivo).
      *            Qualquer falha, ou manifesto/ARQCPF2 ausente,
      *            termina com RETURN-CODE 8, para a cadeia parar antes
      *            da fusao no mestre e da entrega. Lista de exclusao
      *            ou mestre ausentes nao derrubam a verificacao (o
      *            primeiro run nao tem mestre; o gerador tambem segue
      *            sem lista) - a conferencia correspondente e pulada
      *            com aviso.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo.
      *   - O relatorio ARQCPFVER e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-VERIFICA-RUN.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQUIVO ASSIGN TO "ARQCPF2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CPF-OUT
                       ALTERNATE RECORD KEY IS CPF-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-ENTRADA.

                       SELECT ARQ-MANIFESTO ASSIGN TO "ARQCPF2MF"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MF.

                       SELECT ARQ-BLACKLIST ASSIGN TO "ARQCPFBLK"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS BLK-CPF
                       FILE STATUS IS FS-BLK.

                       SELECT ARQ-MESTRE ASSIGN TO "ARQCPFMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS MST-CPF
                       ALTERNATE RECORD KEY IS MST-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-MST.

                       SELECT ARQ-VERIFICACAO ASSIGN TO "ARQCPFVER"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-VER.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQUIVO.

                       01 REG-ARQUIVO.
                           05 CPF-OUT          PIC 9(11).
                           05 CPF-OUT-PONTUADO PIC X(14).
                           05 CPF-DATA-GERACAO PIC 9(08).

                   FD ARQ-MANIFESTO
                       LABEL RECORD STANDARD.

                       01 REG-MANIFESTO.
                           05 MF-DATA-EXEC     PIC 9(08).
                           05 MF-CPF-INICIO    PIC 9(11).
                           05 MF-CPF-LIMITE    PIC 9(11).
                           05 MF-QTD-CPF-VAL   PIC 9(11).
                           05 MF-QTD-CPF-DUP   PIC 9(11).
                           05 MF-QTD-CPF-BLK   PIC 9(11).
                           05 MF-NUM-RUN       PIC 9(10).
                           05 MF-OPERADOR      PIC X(08).
                           05 MF-MODO-GER      PIC 9(01).

                   FD ARQ-BLACKLIST.

                       01 REG-BLACKLIST.
                           05 BLK-CPF           PIC 9(11).
                           05 BLK-DATA-INCLUSAO PIC 9(08).
                           05 BLK-MOTIVO        PIC X(04).

                   FD ARQ-MESTRE.

                       01 REG-MESTRE.
                           05 MST-CPF          PIC 9(11).
                           05 MST-CPF-PONTUADO PIC X(14).
                           05 MST-DATA-GERACAO PIC 9(08).

                   FD ARQ-VERIFICACAO
                       LABEL RECORD STANDARD.

                       01 REG-VERIFICACAO.
                           05 VER-CPF          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 VER-MOTIVO       PIC X(10).
                           05 FILLER           PIC X(01).
                           05 VER-PONTUADO     PIC X(14).
                           05 FILLER           PIC X(01).
                           05 VER-DATA-GER     PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 VER-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 VER-DETALHE      PIC X(30).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-MF            PIC X(02).
                   01 FS-BLK           PIC X(02).
                   01 FS-MST           PIC X(02).
                   01 FS-VER           PIC X(02).

                   01 ARQ-FIM          PIC X(01) VALUE 'N'.
                       88 ARQ-ACABOU       VALUE 'S'.
                   01 ERRO-VER-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-VERIFICACAO VALUE 'S'.
                   01 HA-BLACKLIST-SW  PIC X(01) VALUE 'N'.
                       88 HA-BLACKLIST     VALUE 'S'.
                   01 HA-MESTRE-SW     PIC X(01) VALUE 'N'.
                       88 HA-MESTRE        VALUE 'S'.
                   01 REG-FALHOU-SW    PIC X(01) VALUE 'N'.
                       88 REGISTRO-FALHOU  VALUE 'S'.

                   01 MF-SALVO.
                       05 SV-DATA-EXEC     PIC 9(08) VALUE ZERO.
                       05 SV-CPF-INICIO    PIC 9(11) VALUE ZERO.
                       05 SV-CPF-LIMITE    PIC 9(11) VALUE ZERO.
                       05 SV-NUM-RUN       PIC 9(10) VALUE ZERO.

      *            Copia do CPF lido, digito a digito, para o modulo
      *            de digitos e para remontar a mascara.
                   01 CPF-CONFERE      PIC 9(11).
                   01 CPF-CONFERE-RED  REDEFINES CPF-CONFERE.
                       05 DIGITO       PIC 9(01) OCCURS 11.
                   01 VALIDO           PIC 9(01).
                   01 DIGITO-ERRO      PIC 9(01) VALUE ZERO.
                   01 DIGITO-ESPERADO  PIC 9(01) VALUE ZERO.
                   01 PONTUADO-ESPERADO PIC X(14).

                   01 MOTIVO-FALHA     PIC X(10).
                   01 DETALHE-FALHA    PIC X(30).

                   01 QTD-LIDOS        PIC 9(11) VALUE ZERO.
                   01 QTD-REG-FALHOS   PIC 9(11) VALUE ZERO.
                   01 QTD-FALHAS       PIC 9(11) VALUE ZERO.
                   01 QTD-FALHA-DIGITO PIC 9(11) VALUE ZERO.
                   01 QTD-FALHA-PONTO  PIC 9(11) VALUE ZERO.
                   01 QTD-FALHA-DATA   PIC 9(11) VALUE ZERO.
                   01 QTD-FALHA-BLK    PIC 9(11) VALUE ZERO.
                   01 QTD-FALHA-MST    PIC 9(11) VALUE ZERO.
                   01 QTD-FALHA-FAIXA  PIC 9(11) VALUE ZERO.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-VERIFICACAO
               PERFORM 2000-PROCESSAR
               PERFORM 3000-FINALIZAR
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'VERIFRUN' TO ERR-PROGRAMA.
           MOVE 'ARQCPF2' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-VER-SW.
           MOVE 'N' TO ARQ-FIM.
           MOVE 'N' TO HA-BLACKLIST-SW.
           MOVE 'N' TO HA-MESTRE-SW.
           MOVE ZERO TO QTD-LIDOS QTD-REG-FALHOS QTD-FALHAS.
           MOVE ZERO TO QTD-FALHA-DIGITO QTD-FALHA-PONTO
                        QTD-FALHA-DATA QTD-FALHA-BLK QTD-FALHA-MST
                        QTD-FALHA-FAIXA.

           OPEN INPUT ARQ-MANIFESTO.
           IF FS-MF NOT = '00'
               DISPLAY 'MANIFESTO NAO ENCONTRADO: ARQCPF2MF - FS '
                       FS-MF
               MOVE 'S' TO ERRO-VER-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               READ ARQ-MANIFESTO
               IF FS-MF NOT = '00'
                   DISPLAY 'MANIFESTO VAZIO: ARQCPF2MF'
                   MOVE 'S' TO ERRO-VER-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE MF-DATA-EXEC   TO SV-DATA-EXEC
                   MOVE MF-CPF-INICIO  TO SV-CPF-INICIO
                   MOVE MF-CPF-LIMITE  TO SV-CPF-LIMITE
                   MOVE MF-NUM-RUN     TO SV-NUM-RUN
               END-IF
               CLOSE ARQ-MANIFESTO
           END-IF.

           IF NOT ERRO-NA-VERIFICACAO
               OPEN INPUT ARQUIVO
               PERFORM 9999-INTERPRETA-FS
               IF NOT FS-OK
                   DISPLAY 'ERRO AO ABRIR ARQCPF2 - ' FS-MENSAGEM
                   MOVE 'S' TO ERRO-VER-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NA-VERIFICACAO
               OPEN OUTPUT ARQ-VERIFICACAO
               IF FS-VER NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQCPFVER - FS ' FS-VER
                   CLOSE ARQUIVO
                   MOVE 'S' TO ERRO-VER-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1100-ABRIR-CRUZAMENTOS
               END-IF
           END-IF.

       1100-ABRIR-CRUZAMENTOS.
      *    Lista e mestre sao opcionais: ausentes, a conferencia
      *    correspondente e pulada e as demais seguem valendo.
           OPEN INPUT ARQ-BLACKLIST.
           IF FS-BLK = '00'
               SET HA-BLACKLIST TO TRUE
           ELSE
               DISPLAY 'AVISO: ARQCPFBLK NAO ENCONTRADO - CONFERENCIA '
                       'DA LISTA DE EXCLUSAO PULADA.'
           END-IF.
           OPEN INPUT ARQ-MESTRE.
           IF FS-MST = '00'
               SET HA-MESTRE TO TRUE
           ELSE
               DISPLAY 'AVISO: ARQCPFMST NAO ENCONTRADO - CONFERENCIA '
                       'CONTRA O MESTRE PULADA.'
           END-IF.

       2000-PROCESSAR.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'VERIFICACAO DE CONTEUDO DA EXECUCAO ' SV-NUM-RUN.
           DISPLAY '-------------------------------------------'.
           PERFORM 2100-LER-ARQUIVO.
           PERFORM UNTIL ARQ-ACABOU
               ADD 1 TO QTD-LIDOS
               PERFORM 2200-VERIFICA-REGISTRO
               PERFORM 2100-LER-ARQUIVO
           END-PERFORM.

       2100-LER-ARQUIVO.
           READ ARQUIVO NEXT RECORD
               AT END
                   SET ARQ-ACABOU TO TRUE
           END-READ.

       2200-VERIFICA-REGISTRO.
      *    Todas as conferencias rodam em todo registro: um registro
      *    com mais de um problema sai uma vez por motivo.
           MOVE 'N' TO REG-FALHOU-SW.
           MOVE CPF-OUT TO CPF-CONFERE.

           CALL 'CPF-CHECK-DIGIT' USING CPF-CONFERE-RED VALIDO
                                        DIGITO-ERRO DIGITO-ESPERADO.
           IF VALIDO NOT = 0
               ADD 1 TO QTD-FALHA-DIGITO
               MOVE 'DIGITO' TO MOTIVO-FALHA
               MOVE SPACES TO DETALHE-FALHA
               IF DIGITO-ERRO = 3
                   MOVE 'ONZE DIGITOS IGUAIS' TO DETALHE-FALHA
               ELSE
                   STRING 'VERIFICADOR ' DIGITO-ERRO
                          ' ESPERADO ' DIGITO-ESPERADO
                          DELIMITED BY SIZE INTO DETALHE-FALHA
               END-IF
               PERFORM 2900-GRAVA-FALHA
           END-IF.

           MOVE SPACES TO PONTUADO-ESPERADO.
           STRING DIGITO(1) DIGITO(2) DIGITO(3) '.'
                  DIGITO(4) DIGITO(5) DIGITO(6) '.'
                  DIGITO(7) DIGITO(8) DIGITO(9) '-'
                  DIGITO(10) DIGITO(11)
                  DELIMITED BY SIZE INTO PONTUADO-ESPERADO.
           IF CPF-OUT-PONTUADO NOT = PONTUADO-ESPERADO
               ADD 1 TO QTD-FALHA-PONTO
               MOVE 'PONTUACAO' TO MOTIVO-FALHA
               MOVE SPACES TO DETALHE-FALHA
               STRING 'ESPERADO ' PONTUADO-ESPERADO
                      DELIMITED BY SIZE INTO DETALHE-FALHA
               PERFORM 2900-GRAVA-FALHA
           END-IF.

           IF CPF-DATA-GERACAO NOT = SV-DATA-EXEC
               ADD 1 TO QTD-FALHA-DATA
               MOVE 'DATA' TO MOTIVO-FALHA
               MOVE SPACES TO DETALHE-FALHA
               STRING 'MANIFESTO ' SV-DATA-EXEC
                      DELIMITED BY SIZE INTO DETALHE-FALHA
               PERFORM 2900-GRAVA-FALHA
           END-IF.

           IF CPF-OUT < SV-CPF-INICIO OR CPF-OUT > SV-CPF-LIMITE
               ADD 1 TO QTD-FALHA-FAIXA
               MOVE 'FAIXA' TO MOTIVO-FALHA
               MOVE SPACES TO DETALHE-FALHA
               STRING 'FAIXA ' SV-CPF-INICIO '-' SV-CPF-LIMITE
                      DELIMITED BY SIZE INTO DETALHE-FALHA
               PERFORM 2900-GRAVA-FALHA
           END-IF.

           IF HA-BLACKLIST
               MOVE CPF-OUT TO BLK-CPF
               READ ARQ-BLACKLIST KEY IS BLK-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO QTD-FALHA-BLK
                       MOVE 'LISTA-EXCL' TO MOTIVO-FALHA
                       MOVE SPACES TO DETALHE-FALHA
                       STRING 'MOTIVO ' BLK-MOTIVO
                              ' INCLUIDO ' BLK-DATA-INCLUSAO
                              DELIMITED BY SIZE INTO DETALHE-FALHA
                       PERFORM 2900-GRAVA-FALHA
               END-READ
           END-IF.

           IF HA-MESTRE
               MOVE CPF-OUT TO MST-CPF
               READ ARQ-MESTRE KEY IS MST-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO QTD-FALHA-MST
                       MOVE 'MESTRE' TO MOTIVO-FALHA
                       MOVE SPACES TO DETALHE-FALHA
                       STRING 'EMITIDO EM ' MST-DATA-GERACAO
                              DELIMITED BY SIZE INTO DETALHE-FALHA
                       PERFORM 2900-GRAVA-FALHA
               END-READ
           END-IF.

           IF REGISTRO-FALHOU
               ADD 1 TO QTD-REG-FALHOS
           END-IF.

       2900-GRAVA-FALHA.
           SET REGISTRO-FALHOU TO TRUE.
           ADD 1 TO QTD-FALHAS.
           MOVE SPACES           TO REG-VERIFICACAO.
           MOVE CPF-OUT          TO VER-CPF.
           MOVE MOTIVO-FALHA     TO VER-MOTIVO.
           MOVE CPF-OUT-PONTUADO TO VER-PONTUADO.
           MOVE CPF-DATA-GERACAO TO VER-DATA-GER.
           MOVE SV-NUM-RUN       TO VER-NUM-RUN.
           MOVE DETALHE-FALHA    TO VER-DETALHE.
           WRITE REG-VERIFICACAO.
           DISPLAY VER-CPF ' ' VER-MOTIVO ' ' VER-PONTUADO ' '
                   VER-DATA-GER ' ' VER-DETALHE.

       3000-FINALIZAR.
           CLOSE ARQUIVO.
           CLOSE ARQ-VERIFICACAO.
           MOVE 'ARQCPFVER'    TO REL-TIPO.
           MOVE 'CPF-VERIFICA-RUN' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.
           IF HA-BLACKLIST
               CLOSE ARQ-BLACKLIST
           END-IF.
           IF HA-MESTRE
               CLOSE ARQ-MESTRE
           END-IF.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATA DO MANIFESTO .......: ' SV-DATA-EXEC.
           DISPLAY 'FAIXA DO MANIFESTO ......: ' SV-CPF-INICIO ' A '
                   SV-CPF-LIMITE.
           DISPLAY 'REGISTROS VERIFICADOS ...: ' QTD-LIDOS.
           DISPLAY 'REGISTROS COM FALHA .....: ' QTD-REG-FALHOS.
           DISPLAY '  DIGITO ................: ' QTD-FALHA-DIGITO.
           DISPLAY '  PONTUACAO .............: ' QTD-FALHA-PONTO.
           DISPLAY '  DATA ..................: ' QTD-FALHA-DATA.
           DISPLAY '  FAIXA .................: ' QTD-FALHA-FAIXA.
           DISPLAY '  LISTA-EXCL ............: ' QTD-FALHA-BLK.
           DISPLAY '  MESTRE ................: ' QTD-FALHA-MST.
           IF QTD-REG-FALHOS > ZERO
               DISPLAY 'VERIFICACAO REPROVADA - VER ARQCPFVER.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'VERIFICACAO OK.'
           END-IF.

       COPY FS-VERIFICA.
