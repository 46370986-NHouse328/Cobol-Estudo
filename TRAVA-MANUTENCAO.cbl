      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Consulta e limpeza do cadastro de travas de uso
      *            exclusivo (TRAVAREG, mantido por TRAVA-ARQ): lista
      *            toda trava vigente - arquivo, programa, operador ou
      *            LOTE, desde quando e ha quantos minutos - marcando
      *            SUSPEITA a que passa de 12 horas, que e trava
      *            largada por um abend (nenhum programa interativo
      *            nem a cadeia noturna segura um mestre tanto tempo).
      *            O supervisor (nivel 3 da sessao do menu) pode em
      *            seguida limpar uma trava escolhida, com confirmacao;
      *            a limpeza sai no jornal TRAVAJRN com o codigo do
      *            supervisor e quem detinha o arquivo. Fora de uma
      *            sessao de nivel 3 o programa so lista.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, na opcao 21 do menu de operacoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVA-MANUTENCAO.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-TRAVAS ASSIGN TO "TRAVAREG"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TRV-ARQUIVO
                       FILE STATUS IS FS-TRAVAS.

                       SELECT ARQ-TRAVA-JRN ASSIGN TO "TRAVAJRN"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-TRAVA-JRN.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-TRAVAS.

                       01 REG-TRAVA.
                           COPY TRAVA.

                   FD ARQ-TRAVA-JRN
                       LABEL RECORD STANDARD.

                       01 REG-TRAVA-JRN.
                           COPY TRAVAJRN.

               WORKING-STORAGE SECTION.

                   01 FS-TRAVAS        PIC X(02).
                   01 FS-TRAVA-JRN     PIC X(02).

                   COPY OPERADOR.

                   01 TRAVA-FIM        PIC X(01) VALUE 'N'.
                       88 TRAVAS-ACABARAM  VALUE 'S'.
                   01 QTD-TRAVAS       PIC 9(05) VALUE ZERO.
                   01 QTD-SUSPEITAS    PIC 9(05) VALUE ZERO.
                   01 LIMITE-MINUTOS   PIC 9(05) VALUE 720.
                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.
                   01 HORA-CRUA        PIC 9(08) VALUE ZERO.
                   01 HORA-AGORA       PIC 9(06) VALUE ZERO.
                   01 HORA-AGORA-RED   REDEFINES HORA-AGORA.
                       05 AGORA-HH     PIC 9(02).
                       05 AGORA-MM     PIC 9(02).
                       05 AGORA-SS     PIC 9(02).
                   01 HORA-TRAVA       PIC 9(06) VALUE ZERO.
                   01 HORA-TRAVA-RED   REDEFINES HORA-TRAVA.
                       05 TRAVA-HH     PIC 9(02).
                       05 TRAVA-MM     PIC 9(02).
                       05 TRAVA-SS     PIC 9(02).
                   01 IDADE-MINUTOS    PIC S9(09) VALUE ZERO.
                   01 IDADE-EDITADA    PIC ZZZZZZZZ9.
                   01 MARCA-TRAVA      PIC X(08) VALUE SPACES.
                   01 ARQUIVO-LIMPAR   PIC X(12) VALUE SPACES.
                   01 CONFIRMA         PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-CRUA FROM TIME.
           COMPUTE HORA-AGORA = HORA-CRUA / 100.

           OPEN I-O ARQ-TRAVAS.
           IF FS-TRAVAS = '35'
               DISPLAY 'NENHUMA TRAVA REGISTRADA (TRAVAREG AUSENTE).'
               GOBACK
           END-IF.
           IF FS-TRAVAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR TRAVAREG - FS ' FS-TRAVAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-LISTA.
           IF QTD-TRAVAS > ZERO
               IF OPR-SESSAO-NIVEL = 3
                   PERFORM 2000-LIMPA
               ELSE
                   DISPLAY 'LIMPEZA DE TRAVA RESERVADA AO SUPERVISOR '
                           '(NIVEL 3).'
               END-IF
           END-IF.
           CLOSE ARQ-TRAVAS.

           GOBACK.

       1000-LISTA.
           MOVE ZERO TO QTD-TRAVAS.
           MOVE ZERO TO QTD-SUSPEITAS.
           MOVE 'N' TO TRAVA-FIM.
           DISPLAY '-----------------------------------------------'
                   '----------------------------'.
           DISPLAY 'TRAVAS DE USO EXCLUSIVO EM ' DATA-HOJE ' '
                   HORA-AGORA.
           DISPLAY 'ARQUIVO      PROGRAMA             OPERADOR DATA  '
                   '   HORA    MINUTOS'.
           DISPLAY '-----------------------------------------------'
                   '----------------------------'.
           MOVE LOW-VALUES TO TRV-ARQUIVO.
           START ARQ-TRAVAS KEY NOT LESS THAN TRV-ARQUIVO
               INVALID KEY
                   SET TRAVAS-ACABARAM TO TRUE
           END-START.
           IF NOT TRAVAS-ACABARAM
               PERFORM 1100-LER-TRAVA
           END-IF.
           PERFORM UNTIL TRAVAS-ACABARAM
               ADD 1 TO QTD-TRAVAS
               PERFORM 1200-CALCULA-IDADE
               MOVE IDADE-MINUTOS TO IDADE-EDITADA
               IF IDADE-MINUTOS > LIMITE-MINUTOS
                   MOVE 'SUSPEITA' TO MARCA-TRAVA
                   ADD 1 TO QTD-SUSPEITAS
               ELSE
                   MOVE SPACES TO MARCA-TRAVA
               END-IF
               DISPLAY TRV-ARQUIVO ' ' TRV-PROGRAMA ' '
                       TRV-OPERADOR ' ' TRV-DATA ' ' TRV-HORA ' '
                       IDADE-EDITADA ' ' MARCA-TRAVA
               PERFORM 1100-LER-TRAVA
           END-PERFORM.
           DISPLAY '-----------------------------------------------'
                   '----------------------------'.
           DISPLAY 'TRAVAS VIGENTES: ' QTD-TRAVAS
                   '  SUSPEITAS (MAIS DE 12 HORAS): ' QTD-SUSPEITAS.

       1100-LER-TRAVA.
           READ ARQ-TRAVAS NEXT RECORD
               AT END
                   SET TRAVAS-ACABARAM TO TRUE
           END-READ.

       1200-CALCULA-IDADE.
           MOVE TRV-HORA TO HORA-TRAVA.
           IF TRV-DATA IS NUMERIC AND TRV-DATA > ZERO
               COMPUTE IDADE-MINUTOS =
                   (FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                    - FUNCTION INTEGER-OF-DATE(TRV-DATA)) * 1440
                   + AGORA-HH * 60 + AGORA-MM
                   - TRAVA-HH * 60 - TRAVA-MM
           ELSE
               MOVE ZERO TO IDADE-MINUTOS
           END-IF.
           IF IDADE-MINUTOS < ZERO
               MOVE ZERO TO IDADE-MINUTOS
           END-IF.

       2000-LIMPA.
           DISPLAY 'ARQUIVO CUJA TRAVA SERA LIMPA (BRANCO = NENHUM) :'.
           MOVE SPACES TO ARQUIVO-LIMPAR.
           ACCEPT ARQUIVO-LIMPAR.
           IF ARQUIVO-LIMPAR = SPACES
               DISPLAY 'NENHUMA TRAVA LIMPA.'
           ELSE
               MOVE ARQUIVO-LIMPAR TO TRV-ARQUIVO
               READ ARQ-TRAVAS
                   INVALID KEY
                       MOVE SPACES TO TRV-PROGRAMA
               END-READ
               IF FS-TRAVAS NOT = '00'
                   DISPLAY 'NAO HA TRAVA DE ' ARQUIVO-LIMPAR '.'
               ELSE
                   DISPLAY 'TRAVA DE ' TRV-ARQUIVO ' POR '
                           TRV-PROGRAMA ' (' TRV-OPERADOR ') DESDE '
                           TRV-DATA ' ' TRV-HORA '.'
                   DISPLAY 'CONFIRMA QUE O PROGRAMA NAO ESTA MAIS '
                           'RODANDO E LIMPA A TRAVA (S/N) :'
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S' OR CONFIRMA = 's'
                       PERFORM 2100-APAGA-TRAVA
                   ELSE
                       DISPLAY 'TRAVA MANTIDA.'
                   END-IF
               END-IF
           END-IF.

       2100-APAGA-TRAVA.
           MOVE SPACES            TO REG-TRAVA-JRN.
           MOVE DATA-HOJE         TO JTR-DATA.
           MOVE HORA-AGORA        TO JTR-HORA.
           MOVE 'LIMPO'           TO JTR-EVENTO.
           MOVE TRV-ARQUIVO       TO JTR-ARQUIVO.
           MOVE 'TRAVA-MANUTENCAO' TO JTR-PROGRAMA.
           MOVE OPR-SESSAO-CODIGO TO JTR-OPERADOR.
           MOVE TRV-PROGRAMA      TO JTR-DET-PROGRAMA.
           MOVE TRV-OPERADOR      TO JTR-DET-OPERADOR.
           DELETE ARQ-TRAVAS RECORD.
           IF FS-TRAVAS NOT = '00'
               DISPLAY 'ERRO AO LIMPAR A TRAVA - FS ' FS-TRAVAS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'TRAVA DE ' JTR-ARQUIVO ' LIMPA.'
               OPEN EXTEND ARQ-TRAVA-JRN
               IF FS-TRAVA-JRN NOT = '00'
                   OPEN OUTPUT ARQ-TRAVA-JRN
               END-IF
               IF FS-TRAVA-JRN = '00'
                   WRITE REG-TRAVA-JRN
                   CLOSE ARQ-TRAVA-JRN
               END-IF
           END-IF.
