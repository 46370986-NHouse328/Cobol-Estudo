      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Conferencia de provavel mesma pessoa em CPFs
      *            diferentes no cadastro mestre (CADMST) - o avesso do
      *            que CAD-CONFERE-DUP pega: "JOSE DA SILVA" num numero
      *            e "JOSE SILVA" noutro. Cada nome de CPF ativo ganha
      *            uma chave fonetica normalizada (sem acento, sem
      *            DA/DE/DO/DAS/DOS/E, sem letra dobrada e com as
      *            variantes comuns de grafia unificadas); os registros
      *            sao classificados pela chave e todo grupo com mais
      *            de um CPF ativo sai no relatorio CADFONREL com um
      *            grau de confianca:
      *              ALTA  - nomes identicos, letra por letra;
      *              MEDIA - iguais depois de tirar acento, particulas
      *                      e letras dobradas;
      *              BAIXA - iguais so pela chave fonetica.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. Mesmo molde de CAD-CONFERE-DUP: SORT
      *     interno sobre a chave e quebra de controle na saida
      *     ordenada. Grupo suspeito termina com RETURN-CODE 4.
      *   - O relatorio CADFONREL e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD-CONFERE-FONETICA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-MESTRE ASSIGN TO "CADMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CADM-CPF
                       FILE STATUS IS FS-MESTRE.

                       SELECT ARQ-RELATORIO ASSIGN TO "CADFONREL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REL.

                       SELECT ARQ-CLASSIFICA ASSIGN TO "CADFONWK".

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-MESTRE.

                       01 REG-MESTRE.
                           05 CADM-CPF         PIC 9(11).
                           05 CADM-NOME        PIC X(40).
                           05 CADM-SITUACAO    PIC X(01).

                   FD ARQ-RELATORIO
                       LABEL RECORD STANDARD.

                       01 REG-RELATORIO.
                           05 REL-GRUPO        PIC 9(05).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-GRAU         PIC X(05).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-QTD-GRUPO    PIC 9(05).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-CPF          PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-NOME         PIC X(40).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 REL-CHAVE        PIC X(40).

                   SD ARQ-CLASSIFICA.

                       01 REG-CLASSIFICA.
                           05 CLA-CHAVE        PIC X(40).
                           05 CLA-CPF          PIC 9(11).
                           05 CLA-NOME         PIC X(40).
                           05 CLA-NORMAL       PIC X(40).

               WORKING-STORAGE SECTION.

                   01 FS-MESTRE        PIC X(02).
                   01 FS-REL           PIC X(02).

                   01 MST-FIM          PIC X(01) VALUE 'N'.
                       88 MESTRE-ACABOU    VALUE 'S'.
                   01 CLA-FIM          PIC X(01) VALUE 'N'.
                       88 CLA-ACABOU       VALUE 'S'.
                   01 ERRO-FON-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-FONETICA VALUE 'S'.

      *            Acentos: segundo byte das letras acentuadas em UTF-8
      *            (precedidas de X'C3') e as mesmas letras em Latin-1,
      *            cada lista com a letra sem acento correspondente.
                   01 ACENTOS-UTF8.
                       05 FILLER       PIC X(13) VALUE
                                X'8081828384858788898A8B8C8D'.
                       05 FILLER       PIC X(13) VALUE
                                X'8E8F919293949596999A9B9C9D'.
                       05 FILLER       PIC X(13) VALUE
                                X'A0A1A2A3A4A5A7A8A9AAABACAD'.
                       05 FILLER       PIC X(13) VALUE
                                X'AEAFB1B2B3B4B5B6B9BABBBCBD'.
                   01 ACENTOS-LATIN1.
                       05 FILLER       PIC X(13) VALUE
                                X'C0C1C2C3C4C5C7C8C9CACBCCCD'.
                       05 FILLER       PIC X(13) VALUE
                                X'CECFD1D2D3D4D5D6D9DADBDCDD'.
                       05 FILLER       PIC X(13) VALUE
                                X'E0E1E2E3E4E5E7E8E9EAEBECED'.
                       05 FILLER       PIC X(13) VALUE
                                X'EEEFF1F2F3F4F5F6F9FAFBFCFD'.
                   01 LETRAS-SEM-ACENTO.
                       05 FILLER       PIC X(26) VALUE
                          'AAAAAACEEEEIIIINOOOOOUUUUY'.
                       05 FILLER       PIC X(26) VALUE
                          'AAAAAACEEEEIIIINOOOOOUUUUY'.
                   01 MINUSCULAS       PIC X(26) VALUE
                                       'abcdefghijklmnopqrstuvwxyz'.
                   01 MAIUSCULAS       PIC X(26) VALUE
                                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *            Montagem das chaves de um nome.
                   01 NOME-SEM-ACENTO  PIC X(40).
                   01 NOME-NORMAL      PIC X(40).
                   01 CHAVE-FONETICA   PIC X(40).
                   01 CAR-ATUAL        PIC X(01).
                   01 CAR-SEGUINTE     PIC X(01).
                   01 CAR-DEPOIS       PIC X(01).
                   01 CAR-CODIGO       PIC X(01).
                   01 CAR-ANTERIOR     PIC X(01).
                   01 IND-ENT          PIC 9(02).
                   01 IND-SAI          PIC 9(02).
                   01 PONT-NOME        PIC 9(02).
                   01 PONT-NORMAL      PIC 9(02).
                   01 PONT-CHAVE       PIC 9(02).
                   01 PALAVRA          PIC X(40).
                   01 PALAVRA-LIMPA    PIC X(40).
                   01 CODIGO-PALAVRA   PIC X(40).
                   01 TAM-PALAVRA      PIC 9(02).
                   01 IND-PAL          PIC 9(02).
                   01 PARTICULA-SW     PIC X(01) VALUE 'N'.
                       88 E-PARTICULA      VALUE 'S'.

      *            Grupo corrente da quebra de controle.
                   01 CHAVE-GRUPO      PIC X(40).
                   01 NOME-GRUPO       PIC X(40).
                   01 NORMAL-GRUPO     PIC X(40).
                   01 QTD-NO-GRUPO     PIC 9(05) VALUE ZERO.
                   01 NOMES-IGUAIS-SW  PIC X(01) VALUE 'S'.
                       88 NOMES-IDENTICOS  VALUE 'S'.
                   01 NORMAIS-IGUAIS-SW PIC X(01) VALUE 'S'.
                       88 NORMAIS-IDENTICOS VALUE 'S'.
                   01 MAX-MEMBROS      PIC 9(03) VALUE 100.
                   01 TAB-GRUPO.
                       05 MEMBRO-GRUPO OCCURS 100.
                           10 MBR-CPF      PIC 9(11).
                           10 MBR-NOME     PIC X(40).
                   01 IND-MBR          PIC 9(03).
                   01 GRAU-GRUPO       PIC X(05).

                   01 QTD-LIDOS        PIC 9(07) VALUE ZERO.
                   01 QTD-ATIVOS       PIC 9(07) VALUE ZERO.
                   01 QTD-SEM-CHAVE    PIC 9(07) VALUE ZERO.
                   01 QTD-GRUPOS       PIC 9(05) VALUE ZERO.
                   01 QTD-CPFS-SUSP    PIC 9(07) VALUE ZERO.
                   01 QTD-GRAU-ALTA    PIC 9(05) VALUE ZERO.
                   01 QTD-GRAU-MEDIA   PIC 9(05) VALUE ZERO.
                   01 QTD-GRAU-BAIXA   PIC 9(05) VALUE ZERO.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE 'N' TO ERRO-FON-SW.
           MOVE 'N' TO MST-FIM.
           MOVE 'N' TO CLA-FIM.
           MOVE ZERO TO QTD-LIDOS.
           MOVE ZERO TO QTD-ATIVOS.
           MOVE ZERO TO QTD-SEM-CHAVE.
           MOVE ZERO TO QTD-GRUPOS.
           MOVE ZERO TO QTD-CPFS-SUSP.
           MOVE ZERO TO QTD-GRAU-ALTA.
           MOVE ZERO TO QTD-GRAU-MEDIA.
           MOVE ZERO TO QTD-GRAU-BAIXA.
           MOVE ZERO TO QTD-NO-GRUPO.

           OPEN OUTPUT ARQ-RELATORIO.
           IF FS-REL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADFONREL - FS ' FS-REL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT ARQ-CLASSIFICA
               ON ASCENDING KEY CLA-CHAVE CLA-CPF
               INPUT PROCEDURE IS 1000-ALIMENTA-SORT
               OUTPUT PROCEDURE IS 3000-CONFERE-ORDENADO.

           CLOSE ARQ-RELATORIO.
           MOVE 'CADFONREL'    TO REL-TIPO.
           MOVE 'CAD-CONFERE-FONETICA' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.

           IF NOT ERRO-NA-FONETICA
               PERFORM 4000-IMPRIME-TOTAIS
               IF QTD-GRUPOS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       1000-ALIMENTA-SORT.
           OPEN INPUT ARQ-MESTRE.
           IF FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADMST - FS ' FS-MESTRE
               MOVE 'S' TO ERRO-FON-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-LER-MESTRE
               PERFORM UNTIL MESTRE-ACABOU
                   ADD 1 TO QTD-LIDOS
                   IF CADM-SITUACAO = 'A'
                       ADD 1 TO QTD-ATIVOS
                       PERFORM 2000-MONTA-CHAVES
                       IF CHAVE-FONETICA = SPACES
                           ADD 1 TO QTD-SEM-CHAVE
                       ELSE
                           MOVE CHAVE-FONETICA TO CLA-CHAVE
                           MOVE CADM-CPF       TO CLA-CPF
                           MOVE CADM-NOME      TO CLA-NOME
                           MOVE NOME-NORMAL    TO CLA-NORMAL
                           RELEASE REG-CLASSIFICA
                       END-IF
                   END-IF
                   PERFORM 1100-LER-MESTRE
               END-PERFORM
               CLOSE ARQ-MESTRE
           END-IF.

       1100-LER-MESTRE.
           READ ARQ-MESTRE NEXT RECORD
               AT END
                   SET MESTRE-ACABOU TO TRUE
           END-READ.

       2000-MONTA-CHAVES.
      *    CADM-NOME -> NOME-SEM-ACENTO (maiusculas, so letras)
      *              -> NOME-NORMAL (sem particulas nem letras
      *                 dobradas) e CHAVE-FONETICA (palavra a palavra).
           PERFORM 2100-TIRA-ACENTOS.
           MOVE SPACES TO NOME-NORMAL.
           MOVE SPACES TO CHAVE-FONETICA.
           MOVE 1 TO PONT-NOME.
           MOVE 1 TO PONT-NORMAL.
           MOVE 1 TO PONT-CHAVE.
           PERFORM UNTIL PONT-NOME > 40
               MOVE SPACES TO PALAVRA
               UNSTRING NOME-SEM-ACENTO DELIMITED BY ALL SPACE
                   INTO PALAVRA
                   WITH POINTER PONT-NOME
               END-UNSTRING
               IF PALAVRA NOT = SPACES
                   PERFORM 2200-CONFERE-PARTICULA
                   IF NOT E-PARTICULA
                       PERFORM 2300-TIRA-DOBRADAS
                       STRING PALAVRA-LIMPA DELIMITED BY SPACE
                              ' '           DELIMITED BY SIZE
                           INTO NOME-NORMAL
                           WITH POINTER PONT-NORMAL
                       END-STRING
                       PERFORM 2400-CODIGO-FONETICO
                       STRING CODIGO-PALAVRA DELIMITED BY SPACE
                              ' '            DELIMITED BY SIZE
                           INTO CHAVE-FONETICA
                           WITH POINTER PONT-CHAVE
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       2100-TIRA-ACENTOS.
      *    Letra acentuada em UTF-8 ocupa dois bytes (X'C3' + um byte
      *    de X'80' a X'BF') e vira uma letra so; em Latin-1 ocupa um.
      *    O que nao for letra vira espaco.
           MOVE SPACES TO NOME-SEM-ACENTO.
           MOVE 1 TO IND-SAI.
           MOVE 1 TO IND-ENT.
           PERFORM UNTIL IND-ENT > 40
               MOVE CADM-NOME(IND-ENT:1) TO CAR-ATUAL
               IF CAR-ATUAL = X'C3' AND IND-ENT < 40
                       AND CADM-NOME(IND-ENT + 1:1) NOT < X'80'
                       AND CADM-NOME(IND-ENT + 1:1) NOT > X'BF'
                   ADD 1 TO IND-ENT
                   MOVE CADM-NOME(IND-ENT:1) TO CAR-ATUAL
                   INSPECT CAR-ATUAL CONVERTING ACENTOS-UTF8
                                             TO LETRAS-SEM-ACENTO
               ELSE
                   INSPECT CAR-ATUAL CONVERTING ACENTOS-LATIN1
                                             TO LETRAS-SEM-ACENTO
               END-IF
               INSPECT CAR-ATUAL CONVERTING MINUSCULAS TO MAIUSCULAS
               IF CAR-ATUAL < 'A' OR CAR-ATUAL > 'Z'
                   MOVE SPACE TO CAR-ATUAL
               END-IF
               MOVE CAR-ATUAL TO NOME-SEM-ACENTO(IND-SAI:1)
               ADD 1 TO IND-SAI
               ADD 1 TO IND-ENT
           END-PERFORM.

       2200-CONFERE-PARTICULA.
           MOVE 'N' TO PARTICULA-SW.
           IF PALAVRA = 'DA' OR PALAVRA = 'DE' OR PALAVRA = 'DO'
                   OR PALAVRA = 'DAS' OR PALAVRA = 'DOS'
                   OR PALAVRA = 'E'
               MOVE 'S' TO PARTICULA-SW
           END-IF.

       2300-TIRA-DOBRADAS.
           MOVE SPACES TO PALAVRA-LIMPA.
           MOVE SPACE TO CAR-ANTERIOR.
           MOVE 1 TO IND-SAI.
           PERFORM VARYING IND-PAL FROM 1 BY 1
                   UNTIL IND-PAL > 40 OR PALAVRA(IND-PAL:1) = SPACE
               IF PALAVRA(IND-PAL:1) NOT = CAR-ANTERIOR
                   MOVE PALAVRA(IND-PAL:1) TO PALAVRA-LIMPA(IND-SAI:1)
                   ADD 1 TO IND-SAI
               END-IF
               MOVE PALAVRA(IND-PAL:1) TO CAR-ANTERIOR
           END-PERFORM.
           COMPUTE TAM-PALAVRA = IND-SAI - 1.

       2400-CODIGO-FONETICO.
      *    Variantes de grafia unificadas sobre a palavra ja sem letra
      *    dobrada: PH=F, CH/SH=X, LH=L, NH=N, C antes de E/I e SC
      *    antes de E/I = S, C/Q(U)/K = K, GU antes de E/I = G, G
      *    antes de E/I = J, H mudo, W=V, Y=I, Z=S, M antes de
      *    consoante ou no fim = N, E final = I, O final = U. Letra
      *    repetida no codigo conta uma vez so.
           MOVE SPACES TO CODIGO-PALAVRA.
           MOVE SPACE TO CAR-ANTERIOR.
           MOVE 1 TO IND-SAI.
           MOVE 1 TO IND-PAL.
           PERFORM UNTIL IND-PAL > TAM-PALAVRA
               MOVE PALAVRA-LIMPA(IND-PAL:1) TO CAR-ATUAL
               MOVE SPACE TO CAR-SEGUINTE
               MOVE SPACE TO CAR-DEPOIS
               IF IND-PAL < TAM-PALAVRA
                   MOVE PALAVRA-LIMPA(IND-PAL + 1:1) TO CAR-SEGUINTE
               END-IF
               IF IND-PAL + 1 < TAM-PALAVRA
                   MOVE PALAVRA-LIMPA(IND-PAL + 2:1) TO CAR-DEPOIS
               END-IF
               MOVE CAR-ATUAL TO CAR-CODIGO
               PERFORM 2410-REGRA-DA-LETRA
               IF CAR-CODIGO NOT = SPACE
                       AND CAR-CODIGO NOT = CAR-ANTERIOR
                   MOVE CAR-CODIGO TO CODIGO-PALAVRA(IND-SAI:1)
                   ADD 1 TO IND-SAI
                   MOVE CAR-CODIGO TO CAR-ANTERIOR
               END-IF
               ADD 1 TO IND-PAL
           END-PERFORM.

       2410-REGRA-DA-LETRA.
      *    Le CAR-ATUAL com CAR-SEGUINTE/CAR-DEPOIS de olho e devolve
      *    CAR-CODIGO (espaco = letra muda); quando a regra consome
      *    duas letras, IND-PAL avanca uma a mais.
           IF CAR-SEGUINTE = 'H'
                   AND (CAR-ATUAL = 'P' OR CAR-ATUAL = 'C'
                        OR CAR-ATUAL = 'S' OR CAR-ATUAL = 'L'
                        OR CAR-ATUAL = 'N')
               IF CAR-ATUAL = 'P'
                   MOVE 'F' TO CAR-CODIGO
               END-IF
               IF CAR-ATUAL = 'C' OR CAR-ATUAL = 'S'
                   MOVE 'X' TO CAR-CODIGO
               END-IF
               ADD 1 TO IND-PAL
           ELSE
               IF CAR-ATUAL = 'S' AND CAR-SEGUINTE = 'C'
                       AND (CAR-DEPOIS = 'E' OR CAR-DEPOIS = 'I')
                   MOVE 'S' TO CAR-CODIGO
                   ADD 1 TO IND-PAL
               END-IF
               IF CAR-ATUAL = 'C'
                   IF CAR-SEGUINTE = 'E' OR CAR-SEGUINTE = 'I'
                       MOVE 'S' TO CAR-CODIGO
                   ELSE
                       MOVE 'K' TO CAR-CODIGO
                   END-IF
               END-IF
               IF CAR-ATUAL = 'Q'
                   MOVE 'K' TO CAR-CODIGO
                   IF CAR-SEGUINTE = 'U'
                       ADD 1 TO IND-PAL
                   END-IF
               END-IF
               IF CAR-ATUAL = 'G'
                   IF CAR-SEGUINTE = 'U'
                           AND (CAR-DEPOIS = 'E' OR CAR-DEPOIS = 'I')
                       ADD 1 TO IND-PAL
                   ELSE
                       IF CAR-SEGUINTE = 'E' OR CAR-SEGUINTE = 'I'
                           MOVE 'J' TO CAR-CODIGO
                       END-IF
                   END-IF
               END-IF
               IF CAR-ATUAL = 'H'
                   MOVE SPACE TO CAR-CODIGO
               END-IF
               IF CAR-ATUAL = 'W'
                   MOVE 'V' TO CAR-CODIGO
               END-IF
               IF CAR-ATUAL = 'Y'
                   MOVE 'I' TO CAR-CODIGO
               END-IF
               IF CAR-ATUAL = 'Z'
                   MOVE 'S' TO CAR-CODIGO
               END-IF
               IF CAR-ATUAL = 'M'
                   IF CAR-SEGUINTE = SPACE
                       OR (CAR-SEGUINTE NOT = 'A' AND NOT = 'E'
                           AND NOT = 'I' AND NOT = 'O' AND NOT = 'U')
                       MOVE 'N' TO CAR-CODIGO
                   END-IF
               END-IF
               IF CAR-SEGUINTE = SPACE
                   IF CAR-ATUAL = 'E'
                       MOVE 'I' TO CAR-CODIGO
                   END-IF
                   IF CAR-ATUAL = 'O'
                       MOVE 'U' TO CAR-CODIGO
                   END-IF
               END-IF
           END-IF.

       3000-CONFERE-ORDENADO.
      *    Quebra de controle pela chave fonetica: os CPFs do grupo
      *    ficam em tabela ate a chave mudar, porque o grau so se
      *    conhece com o grupo inteiro lido.
           IF NOT ERRO-NA-FONETICA
               PERFORM 3100-RETORNA-CLASSIFICADO
               PERFORM UNTIL CLA-ACABOU
                   IF CLA-CHAVE NOT = CHAVE-GRUPO
                           OR QTD-NO-GRUPO = ZERO
                       PERFORM 3300-FECHA-GRUPO
                       MOVE CLA-CHAVE  TO CHAVE-GRUPO
                       MOVE CLA-NOME   TO NOME-GRUPO
                       MOVE CLA-NORMAL TO NORMAL-GRUPO
                       MOVE 'S' TO NOMES-IGUAIS-SW
                       MOVE 'S' TO NORMAIS-IGUAIS-SW
                   ELSE
                       IF CLA-NOME NOT = NOME-GRUPO
                           MOVE 'N' TO NOMES-IGUAIS-SW
                       END-IF
                       IF CLA-NORMAL NOT = NORMAL-GRUPO
                           MOVE 'N' TO NORMAIS-IGUAIS-SW
                       END-IF
                   END-IF
                   ADD 1 TO QTD-NO-GRUPO
                   IF QTD-NO-GRUPO NOT > MAX-MEMBROS
                       MOVE CLA-CPF  TO MBR-CPF(QTD-NO-GRUPO)
                       MOVE CLA-NOME TO MBR-NOME(QTD-NO-GRUPO)
                   END-IF
                   PERFORM 3100-RETORNA-CLASSIFICADO
               END-PERFORM
               PERFORM 3300-FECHA-GRUPO
           END-IF.

       3100-RETORNA-CLASSIFICADO.
           RETURN ARQ-CLASSIFICA
               AT END
                   SET CLA-ACABOU TO TRUE
           END-RETURN.

       3300-FECHA-GRUPO.
           IF QTD-NO-GRUPO > 1
               ADD 1 TO QTD-GRUPOS
               ADD QTD-NO-GRUPO TO QTD-CPFS-SUSP
               IF NOMES-IDENTICOS
                   MOVE 'ALTA'  TO GRAU-GRUPO
                   ADD 1 TO QTD-GRAU-ALTA
               ELSE
                   IF NORMAIS-IDENTICOS
                       MOVE 'MEDIA' TO GRAU-GRUPO
                       ADD 1 TO QTD-GRAU-MEDIA
                   ELSE
                       MOVE 'BAIXA' TO GRAU-GRUPO
                       ADD 1 TO QTD-GRAU-BAIXA
                   END-IF
               END-IF
               DISPLAY 'GRUPO ' QTD-GRUPOS ' - CONFIANCA ' GRAU-GRUPO
                       ' - ' QTD-NO-GRUPO ' CPFS ATIVOS - CHAVE '
                       CHAVE-GRUPO
               PERFORM VARYING IND-MBR FROM 1 BY 1
                       UNTIL IND-MBR > QTD-NO-GRUPO
                          OR IND-MBR > MAX-MEMBROS
                   PERFORM 3400-GRAVA-MEMBRO
               END-PERFORM
               IF QTD-NO-GRUPO > MAX-MEMBROS
                   DISPLAY '  ... GRUPO COM MAIS DE ' MAX-MEMBROS
                           ' CPFS; SO OS PRIMEIROS LISTADOS.'
               END-IF
           END-IF.
           MOVE ZERO TO QTD-NO-GRUPO.

       3400-GRAVA-MEMBRO.
           MOVE SPACES           TO REG-RELATORIO.
           MOVE QTD-GRUPOS       TO REL-GRUPO.
           MOVE GRAU-GRUPO       TO REL-GRAU.
           MOVE QTD-NO-GRUPO     TO REL-QTD-GRUPO.
           MOVE MBR-CPF(IND-MBR)  TO REL-CPF.
           MOVE MBR-NOME(IND-MBR) TO REL-NOME.
           MOVE CHAVE-GRUPO      TO REL-CHAVE.
           WRITE REG-RELATORIO.
           DISPLAY '  ' REL-CPF ' ' REL-NOME.

       4000-IMPRIME-TOTAIS.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'CONFERENCIA FONETICA DO CADASTRO MESTRE'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'REGISTROS LIDOS ...........: ' QTD-LIDOS.
           DISPLAY 'CPFS ATIVOS ...............: ' QTD-ATIVOS.
           DISPLAY 'ATIVOS SEM NOME UTIL ......: ' QTD-SEM-CHAVE.
           DISPLAY 'GRUPOS SUSPEITOS ..........: ' QTD-GRUPOS.
           DISPLAY 'CPFS NOS GRUPOS ...........: ' QTD-CPFS-SUSP.
           DISPLAY 'GRUPOS CONFIANCA ALTA .....: ' QTD-GRAU-ALTA.
           DISPLAY 'GRUPOS CONFIANCA MEDIA ....: ' QTD-GRAU-MEDIA.
           DISPLAY 'GRUPOS CONFIANCA BAIXA ....: ' QTD-GRAU-BAIXA.
