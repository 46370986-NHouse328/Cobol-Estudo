      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Portao dos arquivos recebidos de fora da cadeia: toda
      *            carga chama este modulo (CALL 'ARQ-PORTAO') antes de
      *            abrir o seu arquivo de entrada. O arquivo tem de vir
      *            no envelope padrao (copybook ENVELOPE - cabecalho
      *            HDR com remetente, tipo, data e sequencia, trailer
      *            TRL com quantidade e total de hash); o portao conta
      *            de novo os registros de detalhe, refaz o hash
      *            sobre o campo de controle do tipo, confere o
      *            remetente contra os autorizados (PORTAOREM - tipo e
      *            remetente por linha; para os tipos enviados pelas
      *            proprias areas vale tambem qualquer area ativa do
      *            cadastro, via AREA-VALIDA) e procura o mesmo arquivo
      *            (tipo, remetente, data e sequencia) ja carregado no
      *            registro de recebimentos PORTAOREG. Arquivo recusado
      *            e movido para a quarentena do tipo (nome logico do
      *            tipo seguido de QRT, em acrescimo, cada arquivo
      *            precedido de uma linha QRT com data, hora e motivo),
      *            o original e esvaziado e o aviso de recusa sai em
      *            AVISOREJ para ser devolvido ao remetente.
      *            Funcoes: C confere o arquivo; B baixa o ultimo
      *            arquivo aceito como carregado, chamada pela carga
      *            depois de terminar bem - so arquivo baixado conta
      *            como repetido, de modo que a carga que caiu no meio
      *            pode ser refeita com o mesmo arquivo. Retorno: 0
      *            aceito, 4 arquivo ausente ou vazio (nada a carregar,
      *            nada registrado), 8 recusado e em quarentena. Chama
      *            AREA-VALIDA e e compilado junto com ele.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo, junto com o envelope padrao dos arquivos
      *     recebidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ-PORTAO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-RECEBIDO ASSIGN TO PORTAO-NOME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RCB.

                       SELECT ARQ-QUARENTENA ASSIGN TO QRT-NOME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-QRT.

                       SELECT ARQ-REMETENTES ASSIGN TO "PORTAOREM"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REM.

                       SELECT ARQ-REGISTRO ASSIGN TO "PORTAOREG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REG.

                       SELECT ARQ-AVISO ASSIGN TO "AVISOREJ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AVS.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-RECEBIDO
                       LABEL RECORD STANDARD.

                       01 REG-RECEBIDO     PIC X(200).
                       01 REG-RECEBIDO-ENV.
                           COPY ENVELOPE.

                   FD ARQ-QUARENTENA
                       LABEL RECORD STANDARD.

                       01 REG-QUARENTENA   PIC X(200).

                   FD ARQ-REMETENTES
                       LABEL RECORD STANDARD.

                       01 REG-REMETENTE.
                           05 REM-TIPO-ARQ     PIC X(12).
                           05 FILLER           PIC X(01).
                           05 REM-REMETENTE    PIC X(08).

                   FD ARQ-REGISTRO
                       LABEL RECORD STANDARD.

                       01 REG-PORTAO.
                           05 PRG-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 PRG-HORA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 PRG-TIPO-ARQ     PIC X(12).
                           05 FILLER           PIC X(01).
                           05 PRG-REMETENTE    PIC X(08).
                           05 FILLER           PIC X(01).
                           05 PRG-DATA-ARQ     PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 PRG-SEQUENCIA    PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 PRG-QTD          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 PRG-HASH         PIC 9(18).
                           05 FILLER           PIC X(01).
                           05 PRG-SITUACAO     PIC X(01).
                               88 PRG-ACEITO       VALUE 'A'.
                               88 PRG-RECUSADO     VALUE 'R'.
                               88 PRG-CARREGADO    VALUE 'C'.
                           05 FILLER           PIC X(01).
                           05 PRG-MOTIVO       PIC X(30).

                   FD ARQ-AVISO
                       LABEL RECORD STANDARD.

                       01 REG-AVISO        PIC X(132).

               WORKING-STORAGE SECTION.

                   01 FS-RCB           PIC X(02).
                   01 FS-QRT           PIC X(02).
                   01 FS-REM           PIC X(02).
                   01 FS-REG           PIC X(02).
                   01 FS-AVS           PIC X(02).

                   01 PORTAO-NOME      PIC X(12) VALUE SPACES.
                   01 QRT-NOME         PIC X(16) VALUE SPACES.

      *    Tipos de arquivo que passam pelo portao: nome logico, campo
      *    de controle do total de hash (posicao e tamanho no registro
      *    de detalhe) e se o remetente pode ser uma area do cadastro.
                   01 TAB-TIPOS-PORTAO.
                       05 FILLER PIC X(18) VALUE 'ARQCPFBLKTXT00111N'.
                       05 FILLER PIC X(18) VALUE 'CADREMESSA  00314N'.
                       05 FILLER PIC X(18) VALUE 'ARQALOCREQ  01007S'.
                       05 FILLER PIC X(18) VALUE 'ARQENTRACKIN01909S'.
                       05 FILLER PIC X(18) VALUE 'GERREQENT   04608S'.
                       05 FILLER PIC X(18) VALUE 'CPFLOTE     00111N'.
                       05 FILLER PIC X(18) VALUE 'CNPJLOTE    00114N'.
                       05 FILLER PIC X(18) VALUE 'PISLOTE     00111N'.
                       05 FILLER PIC X(18) VALUE 'TITLOTE     00112N'.
                   01 TAB-TIPOS-RED REDEFINES TAB-TIPOS-PORTAO.
                       05 TPO-ITEM OCCURS 9 TIMES INDEXED BY IX-TPO.
                           10 TPO-ARQUIVO      PIC X(12).
                           10 TPO-POSICAO      PIC 9(03).
                           10 TPO-TAMANHO      PIC 9(02).
                           10 TPO-REM-AREA     PIC X(01).

                   01 TIPO-ACHADO-SW   PIC X(01) VALUE 'N'.
                       88 TIPO-ACHADO      VALUE 'S'.
                   01 RCB-FIM          PIC X(01) VALUE 'N'.
                       88 RCB-ACABOU       VALUE 'S'.
                   01 REM-FIM          PIC X(01) VALUE 'N'.
                       88 REM-ACABOU       VALUE 'S'.
                   01 REG-FIM          PIC X(01) VALUE 'N'.
                       88 REG-ACABOU       VALUE 'S'.
                   01 TRAILER-LIDO-SW  PIC X(01) VALUE 'N'.
                       88 TRAILER-LIDO     VALUE 'S'.
                   01 REMETENTE-OK-SW  PIC X(01) VALUE 'N'.
                       88 REMETENTE-OK     VALUE 'S'.
                   01 ACEITO-SW        PIC X(01) VALUE 'N'.
                       88 HA-ACEITO        VALUE 'S'.

                   01 MOTIVO-RECUSA    PIC X(30) VALUE SPACES.
                   01 QTD-LINHAS       PIC 9(09) VALUE ZERO.
                   01 QTD-DETALHE      PIC 9(09) VALUE ZERO.
                   01 QTD-APOS-TRL     PIC 9(09) VALUE ZERO.
                   01 HASH-CALCULADO   PIC 9(18) VALUE ZERO.
                   01 HASH-CAMPO       PIC 9(18) VALUE ZERO.
                   01 IND-HASH         PIC 9(03) VALUE ZERO.
                   01 POS-HASH         PIC 9(03) VALUE ZERO.
                   01 DIGITO-HASH      PIC 9(01) VALUE ZERO.
                   01 SITUACAO-REG     PIC X(01) VALUE SPACE.

      *    Envelope do arquivo corrente, guardado entre a conferencia
      *    e a baixa.
                   01 ENV-GUARDADO.
                       05 EGD-TIPO-ARQ     PIC X(12) VALUE SPACES.
                       05 EGD-REMETENTE    PIC X(08) VALUE SPACES.
                       05 EGD-DATA         PIC 9(08) VALUE ZERO.
                       05 EGD-SEQUENCIA    PIC 9(06) VALUE ZERO.
                       05 EGD-QTD-TRL      PIC 9(09) VALUE ZERO.
                       05 EGD-HASH-TRL     PIC 9(18) VALUE ZERO.

                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 HORA-AGORA       PIC 9(08) VALUE ZERO.

                   01 AREA-NOME-CAD    PIC X(30).
                   01 AREA-RC          PIC 9(01).

           LINKAGE SECTION.

               01 LK-FUNCAO            PIC X(01).
               01 LK-ARQUIVO           PIC X(12).
               01 LK-RC                PIC 9(01).

       PROCEDURE DIVISION USING LK-FUNCAO LK-ARQUIVO LK-RC.

       0000-PRINCIPAL.

           MOVE 0 TO LK-RC.
           ACCEPT DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.

           IF LK-FUNCAO = 'B'
               PERFORM 7000-BAIXA-CARREGADO
           ELSE
               PERFORM 1000-CONFERE-ARQUIVO
           END-IF.

           GOBACK.

       1000-CONFERE-ARQUIVO.
           MOVE 'N' TO ACEITO-SW.
           MOVE SPACES TO MOTIVO-RECUSA.
           MOVE SPACES TO ENV-GUARDADO.
           MOVE ZERO TO EGD-DATA.
           MOVE ZERO TO EGD-SEQUENCIA.
           MOVE ZERO TO EGD-QTD-TRL.
           MOVE ZERO TO EGD-HASH-TRL.
           MOVE LK-ARQUIVO TO PORTAO-NOME.
           MOVE LK-ARQUIVO TO EGD-TIPO-ARQ.

           PERFORM 1100-ACHA-TIPO.
           IF NOT TIPO-ACHADO
               DISPLAY 'ARQ-PORTAO: TIPO DE ARQUIVO NAO PREVISTO NO '
                       'PORTAO: ' LK-ARQUIVO
               MOVE 8 TO LK-RC
           ELSE
               PERFORM 2000-LE-ENVELOPE
               IF LK-RC = 0
                   IF MOTIVO-RECUSA = SPACES
                       PERFORM 3000-CONFERE-REMETENTE
                   END-IF
                   IF MOTIVO-RECUSA = SPACES
                       PERFORM 4000-CONFERE-REPETIDO
                   END-IF
                   IF MOTIVO-RECUSA = SPACES
                       PERFORM 5000-ACEITA
                   ELSE
                       PERFORM 6000-RECUSA
                   END-IF
               END-IF
           END-IF.

       1100-ACHA-TIPO.
           MOVE 'N' TO TIPO-ACHADO-SW.
           SET IX-TPO TO 1.
           SEARCH TPO-ITEM
               WHEN TPO-ARQUIVO(IX-TPO) = LK-ARQUIVO
                   MOVE 'S' TO TIPO-ACHADO-SW
           END-SEARCH.

       2000-LE-ENVELOPE.
      *    Uma passada pelo arquivo: a primeira linha tem de ser o
      *    cabecalho do proprio tipo, as de detalhe sao contadas e
      *    somadas no total de hash e o trailer tem de ser a ultima.
      *    Arquivo ausente ou vazio nao e recusado: nao ha o que
      *    carregar nem o que mover para a quarentena.
           MOVE 'N' TO RCB-FIM.
           MOVE 'N' TO TRAILER-LIDO-SW.
           MOVE ZERO TO QTD-LINHAS.
           MOVE ZERO TO QTD-DETALHE.
           MOVE ZERO TO QTD-APOS-TRL.
           MOVE ZERO TO HASH-CALCULADO.
           OPEN INPUT ARQ-RECEBIDO.
           IF FS-RCB NOT = '00'
               IF FS-RCB = '35'
                   DISPLAY 'ARQ-PORTAO: ARQUIVO AUSENTE: ' LK-ARQUIVO
                   MOVE 4 TO LK-RC
               ELSE
                   DISPLAY 'ARQ-PORTAO: ERRO AO ABRIR ' LK-ARQUIVO
                           ' - FS ' FS-RCB
                   MOVE 8 TO LK-RC
               END-IF
           ELSE
               PERFORM 2100-LER-RECEBIDO
               IF RCB-ACABOU
                   DISPLAY 'ARQ-PORTAO: ARQUIVO VAZIO: ' LK-ARQUIVO
                   MOVE 4 TO LK-RC
               ELSE
                   PERFORM 2200-CONFERE-CABECALHO
                   PERFORM UNTIL RCB-ACABOU
                       PERFORM 2300-CONTA-REGISTRO
                       PERFORM 2100-LER-RECEBIDO
                   END-PERFORM
                   PERFORM 2500-CONFERE-TRAILER
               END-IF
               CLOSE ARQ-RECEBIDO
           END-IF.

       2100-LER-RECEBIDO.
           READ ARQ-RECEBIDO
               AT END
                   SET RCB-ACABOU TO TRUE
               NOT AT END
                   ADD 1 TO QTD-LINHAS
           END-READ.

       2200-CONFERE-CABECALHO.
           IF NOT ENV-E-CABECALHO
               MOVE 'CABECALHO AUSENTE' TO MOTIVO-RECUSA
           ELSE
               MOVE ENV-REMETENTE TO EGD-REMETENTE
               IF ENV-DATA IS NUMERIC
                   MOVE ENV-DATA TO EGD-DATA
               END-IF
               IF ENV-SEQUENCIA IS NUMERIC
                   MOVE ENV-SEQUENCIA TO EGD-SEQUENCIA
               END-IF
               IF ENV-TIPO-ARQ NOT = LK-ARQUIVO
                   MOVE 'TIPO DO CABECALHO DIVERGENTE'
                       TO MOTIVO-RECUSA
               ELSE
                   IF ENV-REMETENTE = SPACES
                           OR ENV-DATA IS NOT NUMERIC
                           OR ENV-SEQUENCIA IS NOT NUMERIC
                       MOVE 'CABECALHO INCOMPLETO' TO MOTIVO-RECUSA
                   END-IF
               END-IF
               PERFORM 2100-LER-RECEBIDO
           END-IF.

       2300-CONTA-REGISTRO.
           IF TRAILER-LIDO
               ADD 1 TO QTD-APOS-TRL
           ELSE
               IF ENV-E-TRAILER
                   MOVE 'S' TO TRAILER-LIDO-SW
                   IF ENV-QTD IS NUMERIC
                       MOVE ENV-QTD TO EGD-QTD-TRL
                   END-IF
                   IF ENV-HASH IS NUMERIC
                       MOVE ENV-HASH TO EGD-HASH-TRL
                   END-IF
                   IF ENV-QTD IS NOT NUMERIC
                           OR ENV-HASH IS NOT NUMERIC
                       IF MOTIVO-RECUSA = SPACES
                           MOVE 'TRAILER INCOMPLETO' TO MOTIVO-RECUSA
                       END-IF
                   END-IF
               ELSE
                   IF ENV-E-CABECALHO
                       IF MOTIVO-RECUSA = SPACES
                           MOVE 'CABECALHO REPETIDO NO ARQUIVO'
                               TO MOTIVO-RECUSA
                       END-IF
                   ELSE
                       ADD 1 TO QTD-DETALHE
                       PERFORM 2400-SOMA-HASH
                   END-IF
               END-IF
           END-IF.

       2400-SOMA-HASH.
      *    Os digitos do campo de controle, na ordem, formam o numero
      *    somado ao total; o que nao e digito (pontos, traco, barra,
      *    letras do CNPJ alfanumerico) e pulado, como o remetente
      *    tambem faz.
           MOVE ZERO TO HASH-CAMPO.
           PERFORM VARYING IND-HASH FROM 1 BY 1
                   UNTIL IND-HASH > TPO-TAMANHO(IX-TPO)
               COMPUTE POS-HASH = TPO-POSICAO(IX-TPO) + IND-HASH - 1
               IF REG-RECEBIDO(POS-HASH:1) IS NUMERIC
                   MOVE REG-RECEBIDO(POS-HASH:1) TO DIGITO-HASH
                   COMPUTE HASH-CAMPO = HASH-CAMPO * 10 + DIGITO-HASH
               END-IF
           END-PERFORM.
           ADD HASH-CAMPO TO HASH-CALCULADO.

       2500-CONFERE-TRAILER.
           IF MOTIVO-RECUSA = SPACES
               IF NOT TRAILER-LIDO
                   MOVE 'TRAILER AUSENTE' TO MOTIVO-RECUSA
               ELSE
                   IF QTD-APOS-TRL > ZERO
                       MOVE 'REGISTROS APOS O TRAILER'
                           TO MOTIVO-RECUSA
                   ELSE
                       IF QTD-DETALHE NOT = EGD-QTD-TRL
                           MOVE 'QUANTIDADE NAO CONFERE'
                               TO MOTIVO-RECUSA
                       ELSE
                           IF HASH-CALCULADO NOT = EGD-HASH-TRL
                               MOVE 'TOTAL DE HASH NAO CONFERE'
                                   TO MOTIVO-RECUSA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-CONFERE-REMETENTE.
      *    Autorizado e o remetente listado em PORTAOREM para o tipo;
      *    nos tipos enviados pelas areas, tambem qualquer area ativa
      *    do cadastro.
           MOVE 'N' TO REMETENTE-OK-SW.
           MOVE 'N' TO REM-FIM.
           OPEN INPUT ARQ-REMETENTES.
           IF FS-REM = '00'
               PERFORM UNTIL REM-ACABOU OR REMETENTE-OK
                   READ ARQ-REMETENTES
                       AT END
                           SET REM-ACABOU TO TRUE
                       NOT AT END
                           IF REM-TIPO-ARQ = LK-ARQUIVO
                                   AND REM-REMETENTE = EGD-REMETENTE
                               MOVE 'S' TO REMETENTE-OK-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REMETENTES
           END-IF.
           IF NOT REMETENTE-OK AND TPO-REM-AREA(IX-TPO) = 'S'
               CALL 'AREA-VALIDA' USING EGD-REMETENTE AREA-NOME-CAD
                                        AREA-RC
               IF AREA-RC = 0
                   MOVE 'S' TO REMETENTE-OK-SW
               END-IF
           END-IF.
           IF NOT REMETENTE-OK
               MOVE 'REMETENTE NAO AUTORIZADO' TO MOTIVO-RECUSA
           END-IF.

       4000-CONFERE-REPETIDO.
      *    Repetido e o arquivo (tipo, remetente, data e sequencia) ja
      *    baixado como carregado; aceito sem baixa e carga que caiu
      *    e pode ser refeita.
           MOVE 'N' TO REG-FIM.
           OPEN INPUT ARQ-REGISTRO.
           IF FS-REG = '00'
               PERFORM UNTIL REG-ACABOU OR MOTIVO-RECUSA NOT = SPACES
                   READ ARQ-REGISTRO
                       AT END
                           SET REG-ACABOU TO TRUE
                       NOT AT END
                           IF PRG-CARREGADO
                                   AND PRG-TIPO-ARQ = LK-ARQUIVO
                                   AND PRG-REMETENTE = EGD-REMETENTE
                                   AND PRG-DATA-ARQ = EGD-DATA
                                   AND PRG-SEQUENCIA = EGD-SEQUENCIA
                               MOVE 'ARQUIVO JA CARREGADO'
                                   TO MOTIVO-RECUSA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REGISTRO
           END-IF.

       5000-ACEITA.
           MOVE 'S' TO ACEITO-SW.
           MOVE 0 TO LK-RC.
           MOVE 'A' TO SITUACAO-REG.
           PERFORM 8000-GRAVA-REGISTRO.
           DISPLAY 'ARQ-PORTAO: ' LK-ARQUIVO ' DE ' EGD-REMETENTE
                   ' SEQ ' EGD-SEQUENCIA ' ACEITO - ' QTD-DETALHE
                   ' REGISTROS.'.

       6000-RECUSA.
           MOVE 8 TO LK-RC.
           MOVE 'R' TO SITUACAO-REG.
           PERFORM 8000-GRAVA-REGISTRO.
           PERFORM 6100-MOVE-QUARENTENA.
           PERFORM 6200-GRAVA-AVISO.
           DISPLAY 'ARQ-PORTAO: ' LK-ARQUIVO ' DE ' EGD-REMETENTE
                   ' SEQ ' EGD-SEQUENCIA ' RECUSADO - '
                   MOTIVO-RECUSA.
           DISPLAY 'ARQ-PORTAO: ARQUIVO MOVIDO PARA ' QRT-NOME
                   ' - AVISO EM AVISOREJ.'.

       6100-MOVE-QUARENTENA.
      *    Copia o arquivo inteiro, precedido da linha QRT, para a
      *    quarentena do tipo e esvazia o original: a carga nao tem
      *    mais o que ler e o remetente corrige e reenvia a partir da
      *    copia.
           MOVE SPACES TO QRT-NOME.
           STRING LK-ARQUIVO DELIMITED BY SPACE
                  'QRT'      DELIMITED BY SIZE
                  INTO QRT-NOME.
           OPEN EXTEND ARQ-QUARENTENA.
           IF FS-QRT NOT = '00'
               OPEN OUTPUT ARQ-QUARENTENA
           END-IF.
           IF FS-QRT NOT = '00'
               DISPLAY 'ARQ-PORTAO: ERRO AO ABRIR ' QRT-NOME
                       ' - FS ' FS-QRT ' - ORIGINAL MANTIDO.'
           ELSE
               MOVE SPACES TO REG-QUARENTENA
               STRING 'QRT '         DELIMITED BY SIZE
                      DATA-HOJE      DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      HORA-AGORA     DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      MOTIVO-RECUSA  DELIMITED BY SIZE
                      INTO REG-QUARENTENA
               WRITE REG-QUARENTENA
               MOVE 'N' TO RCB-FIM
               OPEN INPUT ARQ-RECEBIDO
               PERFORM 2100-LER-RECEBIDO
               PERFORM UNTIL RCB-ACABOU
                   MOVE REG-RECEBIDO TO REG-QUARENTENA
                   WRITE REG-QUARENTENA
                   PERFORM 2100-LER-RECEBIDO
               END-PERFORM
               CLOSE ARQ-RECEBIDO
               CLOSE ARQ-QUARENTENA
               OPEN OUTPUT ARQ-RECEBIDO
               CLOSE ARQ-RECEBIDO
           END-IF.

       6200-GRAVA-AVISO.
      *    Aviso de recusa para devolver ao remetente: o que chegou, o
      *    que o trailer declarou e o motivo.
           OPEN EXTEND ARQ-AVISO.
           IF FS-AVS NOT = '00'
               OPEN OUTPUT ARQ-AVISO
           END-IF.
           IF FS-AVS = '00'
               MOVE SPACES TO REG-AVISO
               STRING 'AVISO DE RECUSA ' DELIMITED BY SIZE
                      DATA-HOJE          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      HORA-AGORA         DELIMITED BY SIZE
                      ' ARQUIVO '        DELIMITED BY SIZE
                      LK-ARQUIVO         DELIMITED BY SIZE
                      ' REMETENTE '      DELIMITED BY SIZE
                      EGD-REMETENTE      DELIMITED BY SIZE
                      ' DATA '           DELIMITED BY SIZE
                      EGD-DATA           DELIMITED BY SIZE
                      ' SEQ '            DELIMITED BY SIZE
                      EGD-SEQUENCIA      DELIMITED BY SIZE
                      INTO REG-AVISO
               WRITE REG-AVISO
               MOVE SPACES TO REG-AVISO
               STRING '    MOTIVO: '     DELIMITED BY SIZE
                      MOTIVO-RECUSA      DELIMITED BY SIZE
                      ' DETALHES LIDOS ' DELIMITED BY SIZE
                      QTD-DETALHE        DELIMITED BY SIZE
                      ' NO TRAILER '     DELIMITED BY SIZE
                      EGD-QTD-TRL        DELIMITED BY SIZE
                      INTO REG-AVISO
               WRITE REG-AVISO
               MOVE SPACES TO REG-AVISO
               STRING '    HASH CALCULADO ' DELIMITED BY SIZE
                      HASH-CALCULADO        DELIMITED BY SIZE
                      ' NO TRAILER '        DELIMITED BY SIZE
                      EGD-HASH-TRL          DELIMITED BY SIZE
                      ' - ARQUIVO EM '      DELIMITED BY SIZE
                      QRT-NOME              DELIMITED BY SPACE
                      INTO REG-AVISO
               WRITE REG-AVISO
               CLOSE ARQ-AVISO
           END-IF.

       7000-BAIXA-CARREGADO.
      *    A carga terminou bem: o ultimo arquivo aceito nesta execucao
      *    passa a constar como carregado e, a partir dai, um reenvio
      *    dele e recusado como repetido.
           IF HA-ACEITO AND EGD-TIPO-ARQ = LK-ARQUIVO
               MOVE SPACES TO MOTIVO-RECUSA
               MOVE EGD-QTD-TRL  TO QTD-DETALHE
               MOVE EGD-HASH-TRL TO HASH-CALCULADO
               MOVE 'C' TO SITUACAO-REG
               PERFORM 8000-GRAVA-REGISTRO
               MOVE 'N' TO ACEITO-SW
           END-IF.

       8000-GRAVA-REGISTRO.
           MOVE SPACES         TO REG-PORTAO.
           MOVE SITUACAO-REG   TO PRG-SITUACAO.
           MOVE DATA-HOJE      TO PRG-DATA.
           MOVE HORA-AGORA     TO PRG-HORA.
           MOVE LK-ARQUIVO     TO PRG-TIPO-ARQ.
           MOVE EGD-REMETENTE  TO PRG-REMETENTE.
           MOVE EGD-DATA       TO PRG-DATA-ARQ.
           MOVE EGD-SEQUENCIA  TO PRG-SEQUENCIA.
           MOVE QTD-DETALHE    TO PRG-QTD.
           MOVE HASH-CALCULADO TO PRG-HASH.
           MOVE MOTIVO-RECUSA  TO PRG-MOTIVO.
           OPEN EXTEND ARQ-REGISTRO.
           IF FS-REG NOT = '00'
               OPEN OUTPUT ARQ-REGISTRO
           END-IF.
           IF FS-REG = '00'
               WRITE REG-PORTAO
               CLOSE ARQ-REGISTRO
           ELSE
               DISPLAY 'ARQ-PORTAO: ERRO AO GRAVAR PORTAOREG - FS '
                       FS-REG
           END-IF.
