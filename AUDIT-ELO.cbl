      *     soma ponderada modulo 999999937 (primo que cabe em nove
      *     digitos): qualquer edicao ou corte na trilha quebra a
      *     conta do primeiro registro alterado em diante.
      *   - LK-DOCUMENTO passou a alfanumerico (CNPJ alfanumerico na
      *     trilha). O documento entra na soma pelo valor de cada
      *     posicao acumulado em base dez - digito vale ele mesmo,
      *     letra vale pela tabela CNPJ-ALFA -, o que para documento
      *     numerico da exatamente o numero de antes: os elos ja
      *     gravados continuam conferindo.
      *   - Pesos de tipo para os documentos novos da trilha: P
      *     (PIS/NIS) pesa 13 e T (Titulo de Eleitor) pesa 17; F e J
      *     seguem com 7 e 11.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-ELO.
               01 ACUMULADOR       PIC 9(18).
               01 PESO-TIPO        PIC 9(02).
               01 PESO-RESULTADO   PIC 9(02).
               01 VALOR-DOCUMENTO  PIC 9(17).
               01 VALOR-CAR        PIC 9(02).
               01 IND-DOC          PIC 9(02).
               01 IND-ALFA         PIC 9(02).

               COPY CNPJ-ALFA.

           LINKAGE SECTION.

               01 LK-SEQ              PIC 9(09).
               01 LK-DATA             PIC 9(08).
               01 LK-HORA             PIC 9(08).
               01 LK-DOCUMENTO.
                   05 LK-DOC-CAR      PIC X(01) OCCURS 14.
               01 LK-TIPO-DOC         PIC X(01).
               01 LK-RESULTADO        PIC X(08).
               01 LK-ELO-NOVO         PIC 9(09).

           IF LK-TIPO-DOC = 'J'
               MOVE 11 TO PESO-TIPO
           ELSE
           IF LK-TIPO-DOC = 'P'
               MOVE 13 TO PESO-TIPO
           ELSE
           IF LK-TIPO-DOC = 'T'
               MOVE 17 TO PESO-TIPO
           ELSE
               MOVE 7 TO PESO-TIPO
           END-IF
           END-IF
           END-IF.
           IF LK-RESULTADO = 'VALIDO'
               MOVE 3 TO PESO-RESULTADO
               MOVE 5 TO PESO-RESULTADO
           END-IF.

           PERFORM 1000-VALOR-DOCUMENTO.

           COMPUTE ACUMULADOR = (LK-ELO-ANTERIOR * 31)
                              + (LK-SEQ * 17)
                              + LK-DATA + LK-HORA
                              + VALOR-DOCUMENTO
                              + PESO-TIPO + PESO-RESULTADO.
           COMPUTE LK-ELO-NOVO =
                   FUNCTION MOD(ACUMULADOR, 999999937).

           GOBACK.

       1000-VALOR-DOCUMENTO.
      *    Caractere fora do alfabeto (branco de documento curto, por
      *    exemplo) entra valendo zero.
           MOVE ZERO TO VALOR-DOCUMENTO.
           PERFORM VARYING IND-DOC FROM 1 BY 1 UNTIL IND-DOC > 14
               MOVE ZERO TO VALOR-CAR
               PERFORM VARYING IND-ALFA FROM 1 BY 1
                       UNTIL IND-ALFA > 36
                          OR CNPJ-ALFA-CAR(IND-ALFA)
                             = LK-DOC-CAR(IND-DOC)
                   CONTINUE
               END-PERFORM
               IF IND-ALFA NOT > 10
                   COMPUTE VALOR-CAR = IND-ALFA - 1
               END-IF
               IF IND-ALFA > 10 AND IND-ALFA NOT > 36
                   COMPUTE VALOR-CAR = IND-ALFA + 6
               END-IF
               COMPUTE VALOR-DOCUMENTO = (VALOR-DOCUMENTO * 10)
                                       + VALOR-CAR
           END-PERFORM.
