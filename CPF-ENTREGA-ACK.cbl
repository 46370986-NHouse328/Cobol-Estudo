      *     consumindo cada ACK uma unica vez na ordem do razao, de
      *     modo que duas entregas iguais no mesmo dia pedem dois ACKs.
      *     Divergencia ou pendencia vencida termina com RETURN-CODE 4.
      *   - ACK gravado por CPF-ENTREGA-VERIFICA traz tambem o numero
      *     da entrega e se o total de hash conferiu: com numero, o
      *     ACK casa pelo numero da entrega em vez de area e data, e
      *     hash que nao conferiu conta como divergencia mesmo com a
      *     quantidade certa. ACK digitado pela area, sem esses
      *     campos, segue casando por area e data. O recibo e lido
      *     na largura atual, com perfil e total de hash.
      *   - O arquivo de ACKs digitado pelas areas chega agora em
      *     ARQENTRACKIN, no envelope padrao com cabecalho e trailer,
      *     e passa pelo portao ARQ-PORTAO antes de qualquer coisa:
      *     aceito, seus ACKs sao acrescentados a ARQENTRACK, o
      *     arquivo de chegada e esvaziado e baixado como carregado;
      *     recusado, vai para a quarentena e o programa nao roda
      *     (RC 8). Sem arquivo de chegada o casamento segue so com o
      *     que ARQENTRACK ja tem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-ENTREGA-ACK.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ACK.

                       SELECT ARQ-ACK-AREAS ASSIGN TO "ARQENTRACKIN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ACI.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-RAZAO
                           05 RAZ-QTD-ALO      PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 RAZ-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(35).

                   FD ARQ-ACK
                       LABEL RECORD STANDARD.
                           05 ACK-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 ACK-QTD          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 ACK-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 ACK-HASH-OK      PIC X(01).

                   FD ARQ-ACK-AREAS
                       LABEL RECORD STANDARD.

                       01 REG-ACK-AREA     PIC X(41).
                       01 REG-ACK-AREA-ENV.
                           COPY ENVELOPE.

               WORKING-STORAGE SECTION.

                   01 FS-RAZ           PIC X(02).
                   01 FS-ACK           PIC X(02).
                   01 FS-ACI           PIC X(02).

                   01 RAZ-FIM          PIC X(01) VALUE 'N'.
                       88 RAZAO-ACABOU     VALUE 'S'.
                   01 ACK-FIM          PIC X(01) VALUE 'N'.
                       88 ACK-ACABOU       VALUE 'S'.
                   01 ACI-FIM          PIC X(01) VALUE 'N'.
                       88 ACI-ACABOU       VALUE 'S'.
                   01 ACK-RECUSADO-SW  PIC X(01) VALUE 'N'.
                       88 ACK-RECUSADO     VALUE 'S'.
                   01 QTD-ACK-RECEBIDOS PIC 9(05) VALUE ZERO.

                   01 PORTAO-FUNCAO    PIC X(01).
                   01 PORTAO-ARQUIVO   PIC X(12).
                   01 PORTAO-RC        PIC 9(01).

                   01 TAB-ACKS.
                       05 TAB-ACK OCCURS 500 TIMES.
                           10 TA-DATA      PIC 9(08).
                           10 TA-QTD       PIC 9(09).
                           10 TA-USADO     PIC X(01).
                           10 TA-NUM-ENTREGA PIC 9(10).
                           10 TA-HASH-OK   PIC X(01).
                   01 QTD-ACKS         PIC 9(03) VALUE ZERO.
                   01 IND-ACK          PIC 9(03).
                   01 ACK-ACHADO       PIC 9(03) VALUE ZERO.
       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF FS-RAZ = '00' AND NOT ACK-RECUSADO
               PERFORM 2000-CASA-RECIBOS
               PERFORM 3000-SOBRAS-DE-ACK
               PERFORM 4000-FINALIZAR
           COMPUTE DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS).

           PERFORM 1050-RECEBE-ACKS-AREAS.
           IF NOT ACK-RECUSADO
               OPEN INPUT ARQ-RAZAO
               IF FS-RAZ NOT = '00'
                   DISPLAY 'LIVRO-RAZAO AINDA SEM ENTREGAS: ARQENTRCTL'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1100-CARREGA-ACKS
               END-IF
           END-IF.

       1050-RECEBE-ACKS-AREAS.
      *    ACKs digitados pelas areas: so entram em ARQENTRACK depois
      *    que o portao aceita o arquivo de chegada. Ausente ou vazio
      *    (retorno 4) nao ha nada a receber.
           MOVE 'N' TO ACK-RECUSADO-SW.
           MOVE ZERO TO QTD-ACK-RECEBIDOS.
           MOVE 'C' TO PORTAO-FUNCAO.
           MOVE 'ARQENTRACKIN' TO PORTAO-ARQUIVO.
           CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                   PORTAO-RC.
           IF PORTAO-RC = 8
               DISPLAY 'ACKS DAS AREAS RECUSADOS PELO PORTAO: '
                       'ARQENTRACKIN - VER AVISOREJ.'
               MOVE 'S' TO ACK-RECUSADO-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PORTAO-RC = 0
                   PERFORM 1060-ACRESCENTA-ACKS
               END-IF
           END-IF.

       1060-ACRESCENTA-ACKS.
           MOVE 'N' TO ACI-FIM.
           OPEN INPUT ARQ-ACK-AREAS.
           OPEN EXTEND ARQ-ACK.
           IF FS-ACK NOT = '00'
               OPEN OUTPUT ARQ-ACK
           END-IF.
           IF FS-ACI NOT = '00' OR FS-ACK NOT = '00'
               DISPLAY 'ERRO AO RECEBER ARQENTRACKIN - FS ' FS-ACI
                       ' / ARQENTRACK - FS ' FS-ACK
               IF FS-ACI = '00'
                   CLOSE ARQ-ACK-AREAS
               END-IF
               IF FS-ACK = '00'
                   CLOSE ARQ-ACK
               END-IF
               MOVE 'S' TO ACK-RECUSADO-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1070-LER-ACK-AREA
               PERFORM UNTIL ACI-ACABOU
                   MOVE REG-ACK-AREA TO REG-ACK
                   WRITE REG-ACK
                   ADD 1 TO QTD-ACK-RECEBIDOS
                   PERFORM 1070-LER-ACK-AREA
               END-PERFORM
               CLOSE ARQ-ACK-AREAS
               CLOSE ARQ-ACK
      *        Esvaziado o arquivo de chegada, a proxima execucao nao
      *        acrescenta os mesmos ACKs de novo.
               OPEN OUTPUT ARQ-ACK-AREAS
               CLOSE ARQ-ACK-AREAS
               MOVE 'B' TO PORTAO-FUNCAO
               CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                       PORTAO-RC
               DISPLAY QTD-ACK-RECEBIDOS ' ACKS RECEBIDOS DAS AREAS.'
           END-IF.

       1070-LER-ACK-AREA.
      *    O cabecalho (primeira linha) e pulado e o trailer (ultima)
      *    encerra a leitura: o portao ja conferiu os dois.
           READ ARQ-ACK-AREAS
               AT END
                   SET ACI-ACABOU TO TRUE
           END-READ.
           IF NOT ACI-ACABOU AND ENV-E-CABECALHO
               READ ARQ-ACK-AREAS
                   AT END
                       SET ACI-ACABOU TO TRUE
               END-READ
           END-IF.
           IF NOT ACI-ACABOU AND ENV-E-TRAILER
               SET ACI-ACABOU TO TRUE
           END-IF.

       1100-CARREGA-ACKS.
                       MOVE ACK-DATA TO TA-DATA(QTD-ACKS)
                       MOVE ACK-QTD  TO TA-QTD(QTD-ACKS)
                       MOVE 'N'      TO TA-USADO(QTD-ACKS)
                       IF ACK-NUM-ENTREGA IS NUMERIC
                           MOVE ACK-NUM-ENTREGA
                               TO TA-NUM-ENTREGA(QTD-ACKS)
                       ELSE
                           MOVE ZERO TO TA-NUM-ENTREGA(QTD-ACKS)
                       END-IF
                       MOVE ACK-HASH-OK TO TA-HASH-OK(QTD-ACKS)
                       PERFORM 1200-LER-ACK
                   END-IF
               END-PERFORM
               IF ACK-ACHADO > ZERO
                   MOVE 'S' TO TA-USADO(ACK-ACHADO)
                   IF TA-QTD(ACK-ACHADO) = RAZ-QTD
                       IF TA-HASH-OK(ACK-ACHADO) = 'N'
                           ADD 1 TO QTD-DIVERGENTES
                           DISPLAY RAZ-DATA ' ' RAZ-AREA
                                   ' DIVERGENCIA: HASH DO ARQUIVO '
                                   'RECEBIDO NAO CONFERE'
                       ELSE
                           ADD 1 TO QTD-CONFIRMADOS
                       END-IF
                   ELSE
                       ADD 1 TO QTD-DIVERGENTES
                       DISPLAY RAZ-DATA ' ' RAZ-AREA
           END-READ.

       2200-PROCURA-ACK.
      *    Primeiro ACK ainda nao usado com o mesmo numero de entrega
      *    ou, no ACK sem numero, com a mesma area e data; cada ACK
      *    confirma um unico recibo.
           MOVE ZERO TO ACK-ACHADO.
           PERFORM VARYING IND-ACK FROM 1 BY 1
                   UNTIL IND-ACK > QTD-ACKS
                      OR ACK-ACHADO > ZERO
               IF TA-USADO(IND-ACK) = 'N'
                   IF TA-NUM-ENTREGA(IND-ACK) > ZERO
                       IF TA-NUM-ENTREGA(IND-ACK) = RAZ-NUM-ENTREGA
                           MOVE IND-ACK TO ACK-ACHADO
                       END-IF
                   ELSE
                       IF TA-AREA(IND-ACK) = RAZ-AREA
                          AND TA-DATA(IND-ACK) = RAZ-DATA
                           MOVE IND-ACK TO ACK-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

