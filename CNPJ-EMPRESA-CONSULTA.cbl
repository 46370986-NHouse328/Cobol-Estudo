      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Consulta interativa ao registro de empresas de teste
      *            (ARQEMPRESA/ARQSOCIO, mantido por
      *            CNPJ-EMPRESA-GERADOR): modo 1 recebe um CNPJ
      *            (pontuado, so digitos ou alfanumerico) e modo 2 a
      *            chave da empresa, e ambos mostram a empresa - area
      *            dona, data de criacao, operador - com todos os seus
      *            socios; modo 3 recebe um CPF e lista toda empresa
      *            do registro em que ele e socio, pela chave
      *            alternativa de CPF em ARQSOCIO.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, na opcao 18 do menu de operacoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-EMPRESA-CONSULTA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-EMPRESAS ASSIGN TO "ARQEMPRESA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       ALTERNATE RECORD KEY IS EMP-CNPJ
                       FILE STATUS IS FS-EMP.

                       SELECT ARQ-SOCIOS ASSIGN TO "ARQSOCIO"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SOC-CHAVE
                       ALTERNATE RECORD KEY IS SOC-CPF
                           WITH DUPLICATES
                       FILE STATUS IS FS-SOC.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-EMPRESAS.

                       01 REG-EMPRESA.
                           05 EMP-CHAVE        PIC 9(10).
                           05 EMP-CNPJ         PIC X(14).
                           05 EMP-CNPJ-PONT    PIC X(18).
                           05 EMP-AREA         PIC X(08).
                           05 EMP-DATA-CRIACAO PIC 9(08).
                           05 EMP-QTD-SOCIOS   PIC 9(02).
                           05 EMP-OPERADOR     PIC X(08).

                   FD ARQ-SOCIOS.

                       01 REG-SOCIO.
                           05 SOC-CHAVE.
                               10 SOC-CHAVE-EMP PIC 9(10).
                               10 SOC-SEQ       PIC 9(02).
                           05 SOC-CPF          PIC 9(11).
                           05 SOC-CPF-PONT     PIC X(14).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-EMP           PIC X(02).
                   01 FS-SOC           PIC X(02).

                   01 MODO-CONSULTA    PIC 9(01) VALUE 1.
                       88 MODO-POR-CNPJ    VALUE 1.
                       88 MODO-POR-CHAVE   VALUE 2.
                       88 MODO-POR-CPF     VALUE 3.

                   01 CNPJ-DIGITADO    PIC X(18).
                   01 CNPJ-CONSULTADO.
                       05 CARACTERE-CNPJ PIC X(01) OCCURS 14.
                   01 CHAVE-CONSULTADA PIC 9(10) VALUE ZERO.
                   01 CPF-DIGITADO     PIC X(14).
                   01 CPF-CONSULTADO   PIC 9(11) VALUE ZERO.
                   01 CPF-CONS-RED     REDEFINES CPF-CONSULTADO.
                       05 DIGITO-CONS  PIC 9(01) OCCURS 11.
                   01 IND-DIGITADO     PIC 9(02).
                   01 IND-DIGITO       PIC 9(02).

                   01 ACHOU-SW         PIC X(01) VALUE 'N'.
                       88 ACHOU-EMPRESA    VALUE 'S'.
                   01 SOC-FIM          PIC X(01) VALUE 'N'.
                       88 SOCIOS-ACABARAM  VALUE 'S'.
                   01 ERRO-CONS-SW     PIC X(01) VALUE 'N'.
                       88 ERRO-NA-CONSULTA VALUE 'S'.

                   01 QTD-SOCIOS-EXIB  PIC 9(03) VALUE ZERO.
                   01 QTD-EMPRESAS-CPF PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE 'EMPCONS' TO ERR-PROGRAMA.
           MOVE 'ARQEMPRESA' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-CONS-SW.

           OPEN INPUT ARQ-EMPRESAS.
           IF FS-EMP NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQEMPRESA - FS ' FS-EMP
               MOVE 'S' TO ERRO-CONS-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-SOCIOS
               IF FS-SOC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQSOCIO - FS ' FS-SOC
                   CLOSE ARQ-EMPRESAS
                   MOVE 'S' TO ERRO-CONS-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ERRO-NA-CONSULTA
               DISPLAY 'MODO (1=EMPRESA POR CNPJ  2=EMPRESA POR CHAVE'
                       '  3=EMPRESAS DE UM CPF) :'
               ACCEPT MODO-CONSULTA
               IF MODO-CONSULTA NOT = 2 AND MODO-CONSULTA NOT = 3
                   MOVE 1 TO MODO-CONSULTA
               END-IF

               IF MODO-POR-CNPJ
                   PERFORM 2000-CONSULTA-CNPJ
               ELSE
                   IF MODO-POR-CHAVE
                       PERFORM 3000-CONSULTA-CHAVE
                   ELSE
                       PERFORM 4000-CONSULTA-CPF
                   END-IF
               END-IF

               CLOSE ARQ-EMPRESAS
               CLOSE ARQ-SOCIOS
           END-IF.

           GOBACK.

       1000-LE-CNPJ-DIGITADO.
      *    Extrai so os caracteres de CNPJ-DIGITADO (digitos e, no
      *    CNPJ alfanumerico, letras), descartando pontos, barra e
      *    traco da mascara, como o LE-CNPJ-DIGITADO do validador.
           MOVE SPACES TO CNPJ-CONSULTADO.
           INSPECT CNPJ-DIGITADO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 1 TO IND-DIGITO.
           PERFORM VARYING IND-DIGITADO FROM 1 BY 1
                   UNTIL IND-DIGITADO > 18
               IF CNPJ-DIGITADO(IND-DIGITADO:1) NOT = SPACE
                       AND (CNPJ-DIGITADO(IND-DIGITADO:1) IS NUMERIC
                         OR CNPJ-DIGITADO(IND-DIGITADO:1)
                               IS ALPHABETIC-UPPER)
                       AND IND-DIGITO NOT GREATER THAN 14
                   MOVE CNPJ-DIGITADO(IND-DIGITADO:1)
                       TO CARACTERE-CNPJ(IND-DIGITO)
                   ADD 1 TO IND-DIGITO
               END-IF
           END-PERFORM.

       1100-LE-CPF-DIGITADO.
      *    Extrai so os digitos de CPF-DIGITADO, como o
      *    1000-LE-CPF-DIGITADO de CPF-CONSULTA.
           MOVE ZERO TO CPF-CONSULTADO.
           MOVE 1 TO IND-DIGITO.
           PERFORM VARYING IND-DIGITADO FROM 1 BY 1
                   UNTIL IND-DIGITADO > 14
               IF CPF-DIGITADO(IND-DIGITADO:1) IS NUMERIC
                       AND IND-DIGITO NOT GREATER THAN 11
                   MOVE CPF-DIGITADO(IND-DIGITADO:1)
                       TO DIGITO-CONS(IND-DIGITO)
                   ADD 1 TO IND-DIGITO
               END-IF
           END-PERFORM.

       2000-CONSULTA-CNPJ.
           DISPLAY 'CNPJ (XX.XXX.XXX/XXXX-99 OU 14 CARACTERES) :'.
           ACCEPT CNPJ-DIGITADO.
           PERFORM 1000-LE-CNPJ-DIGITADO.
           MOVE 'N' TO ACHOU-SW.
           MOVE CNPJ-CONSULTADO TO EMP-CNPJ.
           READ ARQ-EMPRESAS KEY IS EMP-CNPJ
               INVALID KEY
                   DISPLAY 'CNPJ ' CNPJ-CONSULTADO ' NAO CONSTA DO '
                           'REGISTRO DE EMPRESAS.'
               NOT INVALID KEY
                   SET ACHOU-EMPRESA TO TRUE
           END-READ.
           IF ACHOU-EMPRESA
               PERFORM 5000-EXIBE-EMPRESA
               PERFORM 5100-EXIBE-SOCIOS
           END-IF.

       3000-CONSULTA-CHAVE.
           DISPLAY 'CHAVE DA EMPRESA :'.
           ACCEPT CHAVE-CONSULTADA.
           MOVE 'N' TO ACHOU-SW.
           MOVE CHAVE-CONSULTADA TO EMP-CHAVE.
           READ ARQ-EMPRESAS KEY IS EMP-CHAVE
               INVALID KEY
                   DISPLAY 'CHAVE ' CHAVE-CONSULTADA ' NAO CONSTA DO '
                           'REGISTRO DE EMPRESAS.'
               NOT INVALID KEY
                   SET ACHOU-EMPRESA TO TRUE
           END-READ.
           IF ACHOU-EMPRESA
               PERFORM 5000-EXIBE-EMPRESA
               PERFORM 5100-EXIBE-SOCIOS
           END-IF.

       4000-CONSULTA-CPF.
      *    Posiciona na chave alternativa de CPF e percorre as
      *    duplicatas: cada uma e uma participacao, com a empresa lida
      *    pela chave.
           DISPLAY 'CPF DO SOCIO (999.999.999-99 OU 11 DIGITOS) :'.
           ACCEPT CPF-DIGITADO.
           PERFORM 1100-LE-CPF-DIGITADO.
           MOVE ZERO TO QTD-EMPRESAS-CPF.
           MOVE 'N' TO SOC-FIM.
           MOVE CPF-CONSULTADO TO SOC-CPF.
           START ARQ-SOCIOS KEY IS EQUAL TO SOC-CPF
               INVALID KEY
                   SET SOCIOS-ACABARAM TO TRUE
           END-START.
           IF NOT SOCIOS-ACABARAM
               PERFORM 4100-LER-PROXIMO-DO-CPF
           END-IF.
           PERFORM UNTIL SOCIOS-ACABARAM
               ADD 1 TO QTD-EMPRESAS-CPF
               MOVE SOC-CHAVE-EMP TO EMP-CHAVE
               READ ARQ-EMPRESAS KEY IS EMP-CHAVE
                   INVALID KEY
                       DISPLAY 'EMPRESA ' SOC-CHAVE-EMP
                               ' (SOCIO ' SOC-SEQ ') AUSENTE DE '
                               'ARQEMPRESA.'
                   NOT INVALID KEY
                       DISPLAY 'EMPRESA ' EMP-CHAVE ' CNPJ '
                               EMP-CNPJ-PONT ' AREA ' EMP-AREA
                               ' CRIADA EM ' EMP-DATA-CRIACAO
                               ' - SOCIO ' SOC-SEQ
               END-READ
               PERFORM 4100-LER-PROXIMO-DO-CPF
           END-PERFORM.
           IF QTD-EMPRESAS-CPF = ZERO
               DISPLAY 'CPF ' CPF-CONSULTADO ' NAO E SOCIO DE '
                       'NENHUMA EMPRESA DO REGISTRO.'
           ELSE
               DISPLAY 'CPF ' CPF-CONSULTADO ' E SOCIO DE '
                       QTD-EMPRESAS-CPF ' EMPRESA(S).'
           END-IF.

       4100-LER-PROXIMO-DO-CPF.
           READ ARQ-SOCIOS NEXT RECORD
               AT END
                   SET SOCIOS-ACABARAM TO TRUE
           END-READ.
           IF NOT SOCIOS-ACABARAM
               IF SOC-CPF NOT = CPF-CONSULTADO
                   SET SOCIOS-ACABARAM TO TRUE
               END-IF
           END-IF.

       5000-EXIBE-EMPRESA.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'EMPRESA ...........: ' EMP-CHAVE.
           DISPLAY 'CNPJ ..............: ' EMP-CNPJ-PONT.
           DISPLAY 'AREA DONA .........: ' EMP-AREA.
           DISPLAY 'CRIADA EM .........: ' EMP-DATA-CRIACAO.
           DISPLAY 'OPERADOR ..........: ' EMP-OPERADOR.
           DISPLAY 'SOCIOS ............: ' EMP-QTD-SOCIOS.
           DISPLAY '-------------------------------------------'.

       5100-EXIBE-SOCIOS.
      *    Os socios de uma empresa sao contiguos na chave primaria
      *    (chave da empresa + sequencia).
           MOVE ZERO TO QTD-SOCIOS-EXIB.
           MOVE 'N' TO SOC-FIM.
           MOVE EMP-CHAVE TO SOC-CHAVE-EMP.
           MOVE ZERO TO SOC-SEQ.
           START ARQ-SOCIOS KEY IS NOT LESS THAN SOC-CHAVE
               INVALID KEY
                   SET SOCIOS-ACABARAM TO TRUE
           END-START.
           IF NOT SOCIOS-ACABARAM
               PERFORM 5200-LER-PROXIMO-SOCIO
           END-IF.
           PERFORM UNTIL SOCIOS-ACABARAM
               ADD 1 TO QTD-SOCIOS-EXIB
               DISPLAY '  SOCIO ' SOC-SEQ ' CPF ' SOC-CPF-PONT
               PERFORM 5200-LER-PROXIMO-SOCIO
           END-PERFORM.
           IF QTD-SOCIOS-EXIB = ZERO
               DISPLAY '  NENHUM SOCIO GRAVADO PARA A EMPRESA.'
           END-IF.

       5200-LER-PROXIMO-SOCIO.
           READ ARQ-SOCIOS NEXT RECORD
               AT END
                   SET SOCIOS-ACABARAM TO TRUE
           END-READ.
           IF NOT SOCIOS-ACABARAM
               IF SOC-CHAVE-EMP NOT = EMP-CHAVE
                   SET SOCIOS-ACABARAM TO TRUE
               END-IF
           END-IF.

       COPY FS-VERIFICA.
