      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Varredura de conformidade do cadastro mestre
      *            (CADMST), onde um CPF de cliente real faz o maior
      *            estrago. Cada registro do cadastro e conferido
      *            contra:
      *              BLK - a lista de exclusao ARQCPFBLK (cliente real
      *                    dentro do cadastro de teste);
      *              EMI - o estoque emitido ARQCPFMST (CPF cadastrado
      *                    que nunca emitimos);
      *              ALO - as alocacoes ARQALOC (CPF cadastrado que
      *                    nenhuma area detem) e, quando nao alocado, o
      *                    livro de devolucoes ARQDEVCTL (DEV - ja
      *                    devolvido pela area);
      *              REP - a regra de digitos todos iguais do modulo
      *                    comum CPF-CHECK-DIGIT (DV para qualquer
      *                    outro verificador errado).
      *            Cada excecao sai classificada no relatorio
      *            ARQCADCONF; havendo qualquer uma, o programa termina
      *            com RETURN-CODE 4, para rodar como etapa de cadeia.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, no molde de CPF-VARRE-BLACKLIST: arquivo de
      *     cruzamento ausente nao derruba a varredura, o tier some do
      *     relatorio com aviso. O livro de devolucoes e classificado
      *     por CPF (SORT interno) e casado com o cadastro na mesma
      *     passada, sem leitura aleatoria num arquivo sequencial.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      *   - O relatorio ARQCADCONF e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD-VARRE-CONFORMIDADE.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-CADASTRO ASSIGN TO "CADMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CADM-CPF
                       FILE STATUS IS FS-CAD.

                       SELECT ARQ-BLACKLIST ASSIGN TO "ARQCPFBLK"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BLK-CPF
                       FILE STATUS IS FS-BLK.

                       SELECT ARQ-MESTRE ASSIGN TO "ARQCPFMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MST-CPF
                       ALTERNATE RECORD KEY IS MST-DATA-GERACAO
                           WITH DUPLICATES
                       FILE STATUS IS FS-MST.

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-RAZAO-DEV ASSIGN TO "ARQDEVCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DEV.

                       SELECT ARQ-EXCECOES ASSIGN TO "ARQCADCONF"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-EXC.

                       SELECT ARQ-CLASSIFICA ASSIGN TO "CADCONFWK".

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-CADASTRO.

                       01 REG-CADASTRO.
                           05 CADM-CPF         PIC 9(11).
                           05 CADM-NOME        PIC X(40).
                           05 CADM-SITUACAO    PIC X(01).

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

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-RAZAO-DEV
                       LABEL RECORD STANDARD.

                       01 REG-DEVOLUCAO.
                           05 DEV-DATA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-AREA         PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-CPF          PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-DATA-ALOC    PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-CRITERIO     PIC X(30).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 DEV-OPERADOR     PIC X(08).

                   FD ARQ-EXCECOES
                       LABEL RECORD STANDARD.

                       01 REG-EXCECAO.
                           05 EXC-CPF          PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 EXC-CLASSE       PIC X(03).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 EXC-DESCRICAO    PIC X(18).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 EXC-SITUACAO     PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 EXC-NOME         PIC X(40).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 EXC-AREA         PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 EXC-DATA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 EXC-MOTIVO       PIC X(04).

                   SD ARQ-CLASSIFICA.

                       01 REG-CLASSIFICA.
                           05 CLA-CPF          PIC 9(11).
                           05 CLA-DATA         PIC 9(08).
                           05 CLA-AREA         PIC X(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-CAD           PIC X(02).
                   01 FS-BLK           PIC X(02).
                   01 FS-MST           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-DEV           PIC X(02).
                   01 FS-EXC           PIC X(02).

                   01 CAD-FIM          PIC X(01) VALUE 'N'.
                       88 CAD-ACABOU       VALUE 'S'.
                   01 DEV-FIM          PIC X(01) VALUE 'N'.
                       88 DEV-ACABOU       VALUE 'S'.
                   01 CLA-FIM          PIC X(01) VALUE 'N'.
                       88 CLA-ACABOU       VALUE 'S'.
                   01 ERRO-CONF-SW     PIC X(01) VALUE 'N'.
                       88 ERRO-NA-VARREDURA VALUE 'S'.

                   01 HA-BLK-SW        PIC X(01) VALUE 'N'.
                       88 HA-BLACKLIST     VALUE 'S'.
                   01 HA-MESTRE-SW     PIC X(01) VALUE 'N'.
                       88 HA-MESTRE        VALUE 'S'.
                   01 HA-ALOC-SW       PIC X(01) VALUE 'N'.
                       88 HA-ALOCACOES     VALUE 'S'.
                   01 HA-DEV-SW        PIC X(01) VALUE 'N'.
                       88 HA-DEVOLUCOES    VALUE 'S'.

                   01 CPF-CONFERIDO.
                       05 DIGITO-CONF  PIC 9(01) OCCURS 11.
                   77 VALIDO           PIC 9(01).
                   77 DIGITO-ERRO      PIC 9(01).
                   77 DIGITO-ESPERADO  PIC 9(01).

                   01 QTD-CADASTRO     PIC 9(07) VALUE ZERO.
                   01 QTD-CPFS-EXC     PIC 9(07) VALUE ZERO.
                   01 QTD-EXCECOES     PIC 9(07) VALUE ZERO.
                   01 QTD-EXC-BLK      PIC 9(07) VALUE ZERO.
                   01 QTD-EXC-EMI      PIC 9(07) VALUE ZERO.
                   01 QTD-EXC-ALO      PIC 9(07) VALUE ZERO.
                   01 QTD-EXC-DEV      PIC 9(07) VALUE ZERO.
                   01 QTD-EXC-REP      PIC 9(07) VALUE ZERO.
                   01 QTD-EXC-DV       PIC 9(07) VALUE ZERO.
                   01 QTD-ANTES-CPF    PIC 9(07) VALUE ZERO.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-VARREDURA
               SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLA-CPF
                   ON DESCENDING KEY CLA-DATA
                   INPUT PROCEDURE IS 2000-ALIMENTA-DEVOLUCOES
                   OUTPUT PROCEDURE IS 3000-VARRE-CADASTRO
               PERFORM 4000-FINALIZAR
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'CADCONF' TO ERR-PROGRAMA.
           MOVE 'CADMST' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-CONF-SW.
           MOVE 'N' TO CAD-FIM.
           MOVE 'N' TO DEV-FIM.
           MOVE 'N' TO CLA-FIM.
           MOVE 'N' TO HA-BLK-SW.
           MOVE 'N' TO HA-MESTRE-SW.
           MOVE 'N' TO HA-ALOC-SW.
           MOVE 'N' TO HA-DEV-SW.

           OPEN INPUT ARQ-CADASTRO.
           IF FS-CAD NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADMST - FS ' FS-CAD
               MOVE 'S' TO ERRO-CONF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-EXCECOES
               IF FS-EXC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQCADCONF - FS ' FS-EXC
                   CLOSE ARQ-CADASTRO
                   MOVE 'S' TO ERRO-CONF-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1100-ABRIR-CRUZAMENTOS
               END-IF
           END-IF.

       1100-ABRIR-CRUZAMENTOS.
      *    Cada arquivo de cruzamento e opcional: ausente, o tier some
      *    do relatorio e os demais seguem valendo.
           OPEN INPUT ARQ-BLACKLIST.
           IF FS-BLK = '00'
               SET HA-BLACKLIST TO TRUE
           ELSE
               DISPLAY 'AVISO - ARQCPFBLK AUSENTE: TIER BLK NAO '
                       'CONFERIDO.'
           END-IF.
           OPEN INPUT ARQ-MESTRE.
           IF FS-MST = '00'
               SET HA-MESTRE TO TRUE
           ELSE
               DISPLAY 'AVISO - ARQCPFMST AUSENTE: TIER EMI NAO '
                       'CONFERIDO.'
           END-IF.
           OPEN INPUT ARQ-ALOCACOES.
           IF FS-ALO = '00'
               SET HA-ALOCACOES TO TRUE
           ELSE
               DISPLAY 'AVISO - ARQALOC AUSENTE: TIERS ALO/DEV NAO '
                       'CONFERIDOS.'
           END-IF.

       2000-ALIMENTA-DEVOLUCOES.
      *    Livro ausente: nenhum CPF e tido como devolvido, e o nao
      *    alocado sai como ALO.
           OPEN INPUT ARQ-RAZAO-DEV.
           IF FS-DEV = '00'
               SET HA-DEVOLUCOES TO TRUE
               PERFORM 2100-LER-DEVOLUCAO
               PERFORM UNTIL DEV-ACABOU
                   MOVE DEV-CPF  TO CLA-CPF
                   MOVE DEV-DATA TO CLA-DATA
                   MOVE DEV-AREA TO CLA-AREA
                   RELEASE REG-CLASSIFICA
                   PERFORM 2100-LER-DEVOLUCAO
               END-PERFORM
               CLOSE ARQ-RAZAO-DEV
           END-IF.

       2100-LER-DEVOLUCAO.
           READ ARQ-RAZAO-DEV
               AT END
                   SET DEV-ACABOU TO TRUE
           END-READ.

       3000-VARRE-CADASTRO.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'CONFORMIDADE DO CADASTRO MESTRE (CADMST)'.
           DISPLAY '-------------------------------------------'.
           PERFORM 3200-RETORNA-DEVOLUCAO.
           PERFORM 3100-LER-CADASTRO.
           PERFORM UNTIL CAD-ACABOU
               ADD 1 TO QTD-CADASTRO
               MOVE QTD-EXCECOES TO QTD-ANTES-CPF
               PERFORM 3300-CONFERE-REPETIDO
               PERFORM 3400-CONFERE-BLACKLIST
               PERFORM 3500-CONFERE-EMISSAO
               PERFORM 3600-CONFERE-ALOCACAO
               IF QTD-EXCECOES > QTD-ANTES-CPF
                   ADD 1 TO QTD-CPFS-EXC
               END-IF
               PERFORM 3100-LER-CADASTRO
           END-PERFORM.

       3100-LER-CADASTRO.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   SET CAD-ACABOU TO TRUE
           END-READ.

       3200-RETORNA-DEVOLUCAO.
           IF NOT CLA-ACABOU
               RETURN ARQ-CLASSIFICA
                   AT END
                       SET CLA-ACABOU TO TRUE
               END-RETURN
           END-IF.

       3300-CONFERE-REPETIDO.
           MOVE CADM-CPF TO CPF-CONFERIDO.
           CALL 'CPF-CHECK-DIGIT' USING CPF-CONFERIDO VALIDO
                                        DIGITO-ERRO DIGITO-ESPERADO.
           IF VALIDO NOT = 0
               MOVE SPACES TO EXC-AREA
               MOVE ZERO   TO EXC-DATA
               MOVE SPACES TO EXC-MOTIVO
               IF DIGITO-ERRO = 3
                   MOVE 'REP' TO EXC-CLASSE
                   MOVE 'DIGITOS REPETIDOS' TO EXC-DESCRICAO
                   ADD 1 TO QTD-EXC-REP
               ELSE
                   MOVE 'DV'  TO EXC-CLASSE
                   MOVE 'VERIFICADOR ERRADO' TO EXC-DESCRICAO
                   ADD 1 TO QTD-EXC-DV
               END-IF
               PERFORM 3900-GRAVA-EXCECAO
           END-IF.

       3400-CONFERE-BLACKLIST.
           IF HA-BLACKLIST
               MOVE CADM-CPF TO BLK-CPF
               READ ARQ-BLACKLIST KEY IS BLK-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'BLK' TO EXC-CLASSE
                       MOVE 'CLIENTE REAL' TO EXC-DESCRICAO
                       MOVE SPACES            TO EXC-AREA
                       MOVE BLK-DATA-INCLUSAO TO EXC-DATA
                       MOVE BLK-MOTIVO        TO EXC-MOTIVO
                       ADD 1 TO QTD-EXC-BLK
                       PERFORM 3900-GRAVA-EXCECAO
               END-READ
           END-IF.

       3500-CONFERE-EMISSAO.
           IF HA-MESTRE
               MOVE CADM-CPF TO MST-CPF
               READ ARQ-MESTRE KEY IS MST-CPF
                   INVALID KEY
                       MOVE 'EMI' TO EXC-CLASSE
                       MOVE 'NUNCA EMITIDO' TO EXC-DESCRICAO
                       MOVE SPACES TO EXC-AREA
                       MOVE ZERO   TO EXC-DATA
                       MOVE SPACES TO EXC-MOTIVO
                       ADD 1 TO QTD-EXC-EMI
                       PERFORM 3900-GRAVA-EXCECAO
               END-READ
           END-IF.

       3600-CONFERE-ALOCACAO.
      *    Alocado: conforme. Nao alocado: se a ultima devolucao do
      *    livro e deste CPF, saiu DEV com a area e a data dela;
      *    senao, ALO. O livro classificado anda junto com o cadastro.
           PERFORM UNTIL CLA-ACABOU OR CLA-CPF NOT < CADM-CPF
               PERFORM 3200-RETORNA-DEVOLUCAO
           END-PERFORM.
           IF HA-ALOCACOES
               MOVE CADM-CPF TO ALO-CPF
               READ ARQ-ALOCACOES KEY IS ALO-CPF
                   INVALID KEY
                       MOVE SPACES TO EXC-MOTIVO
                       IF NOT CLA-ACABOU AND CLA-CPF = CADM-CPF
                           MOVE 'DEV' TO EXC-CLASSE
                           MOVE 'JA DEVOLVIDO' TO EXC-DESCRICAO
                           MOVE CLA-AREA TO EXC-AREA
                           MOVE CLA-DATA TO EXC-DATA
                           ADD 1 TO QTD-EXC-DEV
                       ELSE
                           MOVE 'ALO' TO EXC-CLASSE
                           MOVE 'SEM AREA DETENTORA' TO EXC-DESCRICAO
                           MOVE SPACES TO EXC-AREA
                           MOVE ZERO   TO EXC-DATA
                           ADD 1 TO QTD-EXC-ALO
                       END-IF
                       PERFORM 3900-GRAVA-EXCECAO
               END-READ
           END-IF.

       3900-GRAVA-EXCECAO.
      *    Classe, descricao, area, data e motivo ja vem preenchidos.
           MOVE CADM-CPF       TO EXC-CPF.
           MOVE CADM-SITUACAO  TO EXC-SITUACAO.
           MOVE CADM-NOME      TO EXC-NOME.
           WRITE REG-EXCECAO.
           ADD 1 TO QTD-EXCECOES.
           DISPLAY EXC-CPF ' ' EXC-CLASSE ' ' EXC-DESCRICAO ' SIT '
                   EXC-SITUACAO ' AREA ' EXC-AREA ' DATA ' EXC-DATA.

       4000-FINALIZAR.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-EXCECOES.
           MOVE 'ARQCADCONF'   TO REL-TIPO.
           MOVE 'CAD-VARRE-CONFORMIDADE' TO REL-PROGRAMA.
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
           IF HA-ALOCACOES
               CLOSE ARQ-ALOCACOES
           END-IF.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'REGISTROS DO CADASTRO .....: ' QTD-CADASTRO.
           DISPLAY 'CPFS COM EXCECAO ..........: ' QTD-CPFS-EXC.
           DISPLAY 'EXCECOES ..................: ' QTD-EXCECOES.
           DISPLAY '  BLK CLIENTE REAL ........: ' QTD-EXC-BLK.
           DISPLAY '  EMI NUNCA EMITIDO .......: ' QTD-EXC-EMI.
           DISPLAY '  ALO SEM AREA DETENTORA ..: ' QTD-EXC-ALO.
           DISPLAY '  DEV JA DEVOLVIDO ........: ' QTD-EXC-DEV.
           DISPLAY '  REP DIGITOS REPETIDOS ...: ' QTD-EXC-REP.
           DISPLAY '  DV  VERIFICADOR ERRADO ..: ' QTD-EXC-DV.
           IF QTD-EXCECOES > ZERO
               DISPLAY '*** CADASTRO FORA DE CONFORMIDADE - VER '
                       'ARQCADCONF ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY FS-VERIFICA.
