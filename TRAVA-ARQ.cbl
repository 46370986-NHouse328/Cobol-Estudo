      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Cadastro de travas de uso exclusivo dos arquivos
      *            mestres compartilhados (ARQCPF2, ARQALOC, ARQCPFMST,
      *            CADMST...), para uso por CALL: todo programa que
      *            atualiza um mestre compartilhado - interativo, pelo
      *            menu de operacoes, ou a cadeia noturna, por
      *            TRAVA-LOTE - registra a trava antes de abrir o
      *            arquivo para atualizacao e a libera ao terminar.
      *            Funcoes: R registra; L libera.
      *
      *            O registro e a gravacao da linha do arquivo no
      *            cadastro indexado TRAVAREG: a chave e o nome logico,
      *            entao dois pedidos simultaneos nao passam os dois -
      *            o segundo WRITE encontra a chave (FS 22) e e
      *            recusado com a mensagem de quem detem o arquivo
      *            (programa, operador ou LOTE, data e hora). O mesmo
      *            programa com o mesmo operador retoma a propria trava
      *            (reinicio depois de um abend) em vez de se recusar.
      *            A liberacao so apaga a trava do proprio detentor.
      *            Toda operacao sai no jornal TRAVAJRN. Trava largada
      *            por um abend e listada e, pelo supervisor, limpa em
      *            TRAVA-MANUTENCAO.
      *
      *            Retorno: 0 registrada/liberada; 4 (L) nao havia trava
      *            deste detentor; 8 recusada (arquivo em uso) ou
      *            cadastro de travas inacessivel.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVA-ARQ.

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
                   01  FS-TRAVAS       PIC X(02).
                   01  FS-TRAVA-JRN    PIC X(02).
                   01  DATA-HOJE       PIC 9(08) VALUE ZERO.
                   01  HORA-CRUA       PIC 9(08) VALUE ZERO.
                   01  HORA-AGORA      PIC 9(06) VALUE ZERO.
                   01  OPERADOR-TRAVA  PIC X(08) VALUE SPACES.
                   01  EVENTO-TRAVA    PIC X(10) VALUE SPACES.
                   01  DET-PROGRAMA    PIC X(20) VALUE SPACES.
                   01  DET-OPERADOR    PIC X(08) VALUE SPACES.

                   COPY OPERADOR.

           LINKAGE SECTION.

               01 LK-FUNCAO            PIC X(01).
               01 LK-ARQUIVO           PIC X(12).
               01 LK-PROGRAMA          PIC X(20).
               01 LK-RC                PIC 9(01).

       PROCEDURE DIVISION USING LK-FUNCAO LK-ARQUIVO LK-PROGRAMA
                                LK-RC.

       0000-PRINCIPAL.

           MOVE 0 TO LK-RC.
           MOVE SPACES TO DET-PROGRAMA.
           MOVE SPACES TO DET-OPERADOR.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-CRUA FROM TIME.
           COMPUTE HORA-AGORA = HORA-CRUA / 100.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE' TO OPERADOR-TRAVA
           ELSE
               MOVE OPR-SESSAO-CODIGO TO OPERADOR-TRAVA
           END-IF.

           PERFORM 1000-ABRIR-TRAVAS.
           IF LK-RC = 0
               IF LK-FUNCAO = 'L'
                   PERFORM 3000-LIBERA
               ELSE
                   PERFORM 2000-REGISTRA
               END-IF
               CLOSE ARQ-TRAVAS
               PERFORM 4000-GRAVA-JORNAL
           END-IF.

           GOBACK.

       1000-ABRIR-TRAVAS.
      *    O cadastro e permanente: I-O no uso normal, criado vazio
      *    na primeira trava de todas.
           OPEN I-O ARQ-TRAVAS.
           IF FS-TRAVAS = '35'
               OPEN OUTPUT ARQ-TRAVAS
               IF FS-TRAVAS = '00'
                   CLOSE ARQ-TRAVAS
                   OPEN I-O ARQ-TRAVAS
               END-IF
           END-IF.
           IF FS-TRAVAS NOT = '00'
               DISPLAY 'TRAVA-ARQ: ERRO AO ABRIR TRAVAREG - FS '
                       FS-TRAVAS ' - ' LK-ARQUIVO ' NAO TRAVADO.'
               MOVE 8 TO LK-RC
           END-IF.

       2000-REGISTRA.
           MOVE LK-ARQUIVO     TO TRV-ARQUIVO.
           MOVE LK-PROGRAMA    TO TRV-PROGRAMA.
           MOVE OPERADOR-TRAVA TO TRV-OPERADOR.
           MOVE DATA-HOJE      TO TRV-DATA.
           MOVE HORA-AGORA     TO TRV-HORA.
           WRITE REG-TRAVA.
           IF FS-TRAVAS = '00'
               MOVE 'REGISTRO' TO EVENTO-TRAVA
           ELSE
               IF FS-TRAVAS = '22'
                   PERFORM 2100-CONFERE-DETENTOR
               ELSE
                   DISPLAY 'TRAVA-ARQ: ERRO AO GRAVAR TRAVAREG - FS '
                           FS-TRAVAS ' - ' LK-ARQUIVO ' NAO TRAVADO.'
                   MOVE 'ERRO' TO EVENTO-TRAVA
                   MOVE 8 TO LK-RC
               END-IF
           END-IF.

       2100-CONFERE-DETENTOR.
      *    A chave ja existe: ou e a propria trava (retomada depois
      *    de um abend, mesmo programa e mesmo operador) ou o arquivo
      *    esta com outro.
           MOVE LK-ARQUIVO TO TRV-ARQUIVO.
           READ ARQ-TRAVAS
               INVALID KEY
                   MOVE SPACES TO TRV-PROGRAMA
           END-READ.
           MOVE TRV-PROGRAMA TO DET-PROGRAMA.
           MOVE TRV-OPERADOR TO DET-OPERADOR.
           IF TRV-PROGRAMA = LK-PROGRAMA
                   AND TRV-OPERADOR = OPERADOR-TRAVA
               MOVE DATA-HOJE  TO TRV-DATA
               MOVE HORA-AGORA TO TRV-HORA
               REWRITE REG-TRAVA
               MOVE 'RETOMADO' TO EVENTO-TRAVA
               DISPLAY 'TRAVA-ARQ: TRAVA DE ' LK-ARQUIVO
                       ' RETOMADA (JA ERA DE ' LK-PROGRAMA ').'
           ELSE
               MOVE 'RECUSADO' TO EVENTO-TRAVA
               MOVE 8 TO LK-RC
               DISPLAY 'ARQUIVO ' LK-ARQUIVO ' EM USO POR '
                       TRV-PROGRAMA
               DISPLAY '  OPERADOR ' TRV-OPERADOR ' DESDE '
                       TRV-DATA ' ' TRV-HORA
                       ' - ATUALIZACAO RECUSADA, TENTE MAIS TARDE.'
           END-IF.

       3000-LIBERA.
           MOVE LK-ARQUIVO TO TRV-ARQUIVO.
           READ ARQ-TRAVAS
               INVALID KEY
                   MOVE 'SEM TRAVA' TO EVENTO-TRAVA
                   MOVE 4 TO LK-RC
           END-READ.
           IF LK-RC = 0
               IF TRV-PROGRAMA = LK-PROGRAMA
                       AND TRV-OPERADOR = OPERADOR-TRAVA
                   DELETE ARQ-TRAVAS RECORD
                   MOVE 'LIBERADO' TO EVENTO-TRAVA
               ELSE
      *            A trava foi limpa pelo supervisor e ja e de outro:
      *            nao e nossa para apagar.
                   MOVE TRV-PROGRAMA TO DET-PROGRAMA
                   MOVE TRV-OPERADOR TO DET-OPERADOR
                   MOVE 'NAO E SUA' TO EVENTO-TRAVA
                   MOVE 4 TO LK-RC
               END-IF
           END-IF.

       4000-GRAVA-JORNAL.
           OPEN EXTEND ARQ-TRAVA-JRN.
           IF FS-TRAVA-JRN NOT = '00'
               OPEN OUTPUT ARQ-TRAVA-JRN
           END-IF.
           IF FS-TRAVA-JRN = '00'
               MOVE SPACES         TO REG-TRAVA-JRN
               MOVE DATA-HOJE      TO JTR-DATA
               MOVE HORA-AGORA     TO JTR-HORA
               MOVE EVENTO-TRAVA   TO JTR-EVENTO
               MOVE LK-ARQUIVO     TO JTR-ARQUIVO
               MOVE LK-PROGRAMA    TO JTR-PROGRAMA
               MOVE OPERADOR-TRAVA TO JTR-OPERADOR
               MOVE DET-PROGRAMA   TO JTR-DET-PROGRAMA
               MOVE DET-OPERADOR   TO JTR-DET-OPERADOR
               WRITE REG-TRAVA-JRN
               CLOSE ARQ-TRAVA-JRN
           END-IF.
