      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Copia mascarada do cadastro mestre (CADMST) para os
      *            ambientes de desenvolvimento e homologacao: le o
      *            mestre so para leitura e grava CADMSTMASC no mesmo
      *            layout, com CADM-NOME trocado por um nome sintetico
      *            e a situacao preservada. O nome sai do modulo
      *            PESSOA-SINTETICA, semeado so pelo CPF - o mesmo CPF
      *            recebe o mesmo nome em toda rodada, e os extratos
      *            mascarados continuam casando entre si (e com a
      *            ARQPESSOA de CPF-PESSOA-GERADOR). Cada rodada emite
      *            o certificado de mascaramento (acrescentado a
      *            ARQMASCCERT e impresso): data, hora, registros
      *            lidos e gravados e operador, para o escritorio de
      *            privacidade.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo. O mestre e aberto INPUT e nunca regravado;
      *     a copia e recriada inteira a cada rodada.
      *   - O relatorio ARQMASCCERT e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado,
      *     so com a ultima linha gravada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD-MASCARA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-MESTRE ASSIGN TO "CADMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CADM-CPF
                       FILE STATUS IS FS-MESTRE.

                       SELECT ARQ-MASCARA ASSIGN TO "CADMSTMASC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS MSC-CPF
                       FILE STATUS IS FS-MSC.

                       SELECT ARQ-CERTIFICADO ASSIGN TO "ARQMASCCERT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CER.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-MESTRE.

                       01 REG-MESTRE.
                           05 CADM-CPF         PIC 9(11).
                           05 CADM-NOME        PIC X(40).
                           05 CADM-SITUACAO    PIC X(01).

                   FD ARQ-MASCARA.

                       01 REG-MASCARA.
                           05 MSC-CPF          PIC 9(11).
                           05 MSC-NOME         PIC X(40).
                           05 MSC-SITUACAO     PIC X(01).

                   FD ARQ-CERTIFICADO
                       LABEL RECORD STANDARD.

                       01 REG-CERTIFICADO.
                           05 CER-DATA-RODADA  PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CER-HORA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CER-QTD-LIDOS    PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CER-QTD-GRAVADOS PIC 9(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 CER-OPERADOR     PIC X(08).

               WORKING-STORAGE SECTION.

                   COPY FS-STATUS.
                   01 FS-MESTRE        PIC X(02).
                   01 FS-MSC           PIC X(02).
                   01 FS-CER           PIC X(02).

                   01 MST-FIM          PIC X(01) VALUE 'N'.
                       88 MESTRE-ACABOU    VALUE 'S'.
                   01 ERRO-MSC-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-MASCARA  VALUE 'S'.

                   01 DATA-RODADA      PIC 9(08) VALUE ZERO.
                   01 QTD-LIDOS        PIC 9(11) VALUE ZERO.
                   01 QTD-GRAVADOS     PIC 9(11) VALUE ZERO.

      *            Parametros do modulo de pessoa sintetica: o nome e
      *            sorteado antes do nascimento e nao depende da data
      *            nem da faixa etaria; os valores so precisam ser
      *            validos.
                   01 CPF-MASCARA      PIC 9(11) VALUE ZERO.
                   01 IDADE-MIN        PIC 9(03) VALUE 18.
                   01 IDADE-MAX        PIC 9(03) VALUE 65.
                   01 PESSOA-MASCARA.
                       COPY PESSOA.

                   COPY OPERADOR.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-MASCARA
               PERFORM 2000-MASCARA
               PERFORM 3000-FINALIZAR
               PERFORM 4000-CERTIFICADO
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'CADMASC' TO ERR-PROGRAMA.
           MOVE 'CADMST' TO ERR-ARQUIVO-LOG.
           MOVE 'N' TO ERRO-MSC-SW.
           MOVE 'N' TO MST-FIM.
           MOVE ZERO TO QTD-LIDOS.
           MOVE ZERO TO QTD-GRAVADOS.
           ACCEPT DATA-RODADA FROM DATE YYYYMMDD.

           OPEN INPUT ARQ-MESTRE.
           IF FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADMST - FS ' FS-MESTRE
               MOVE 'S' TO ERRO-MSC-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-MASCARA
               IF FS-MSC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CADMSTMASC - FS ' FS-MSC
                   CLOSE ARQ-MESTRE
                   MOVE 'S' TO ERRO-MSC-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2000-MASCARA.
           PERFORM 2100-LER-MESTRE.
           PERFORM UNTIL MESTRE-ACABOU OR ERRO-NA-MASCARA
               ADD 1 TO QTD-LIDOS
               PERFORM 2200-GRAVA-MASCARADO
               PERFORM 2100-LER-MESTRE
           END-PERFORM.

       2100-LER-MESTRE.
           READ ARQ-MESTRE NEXT RECORD
               AT END
                   SET MESTRE-ACABOU TO TRUE
           END-READ.

       2200-GRAVA-MASCARADO.
      *    So o nome muda; CPF e situacao passam como estao, e a
      *    ordem de chave do mestre e a mesma da copia.
           MOVE CADM-CPF TO CPF-MASCARA.
           CALL 'PESSOA-SINTETICA' USING CPF-MASCARA DATA-RODADA
                                         IDADE-MIN IDADE-MAX
                                         PESSOA-MASCARA.
           MOVE SPACES        TO REG-MASCARA.
           MOVE CADM-CPF      TO MSC-CPF.
           MOVE PES-NOME      TO MSC-NOME.
           MOVE CADM-SITUACAO TO MSC-SITUACAO.
           WRITE REG-MASCARA.
           IF FS-MSC = '00'
               ADD 1 TO QTD-GRAVADOS
           ELSE
               DISPLAY 'ERRO DE GRAVACAO EM CADMSTMASC - FS ' FS-MSC
               MOVE 'S' TO ERRO-MSC-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-FINALIZAR.
           CLOSE ARQ-MESTRE.
           CLOSE ARQ-MASCARA.

       4000-CERTIFICADO.
      *    O certificado sai tambem numa rodada interrompida por erro
      *    de gravacao: lidos diferente de gravados e a evidencia de
      *    que a copia esta incompleta.
           MOVE SPACES          TO REG-CERTIFICADO.
           MOVE DATA-RODADA     TO CER-DATA-RODADA.
           ACCEPT CER-HORA      FROM TIME.
           MOVE QTD-LIDOS       TO CER-QTD-LIDOS.
           MOVE QTD-GRAVADOS    TO CER-QTD-GRAVADOS.
           IF OPR-SESSAO-CODIGO = SPACES
                   OR OPR-SESSAO-CODIGO = LOW-VALUES
               MOVE 'LOTE'      TO CER-OPERADOR
           ELSE
               MOVE OPR-SESSAO-CODIGO TO CER-OPERADOR
           END-IF.
           OPEN EXTEND ARQ-CERTIFICADO.
           IF FS-CER NOT = '00'
               OPEN OUTPUT ARQ-CERTIFICADO
           END-IF.
           IF FS-CER = '00'
               WRITE REG-CERTIFICADO
               CLOSE ARQ-CERTIFICADO
               MOVE 'ARQMASCCERT'  TO REL-TIPO
               MOVE 'CAD-MASCARA' TO REL-PROGRAMA
               MOVE ZERO TO REL-RUN
               MOVE 1 TO REL-ULTIMAS
               MOVE RETURN-CODE TO REL-RC-CHAMADOR
               CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO
           END-IF.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'CERTIFICADO DE MASCARAMENTO DO CADMST'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATA DA RODADA ..........: ' CER-DATA-RODADA.
           DISPLAY 'REGISTROS LIDOS .........: ' CER-QTD-LIDOS.
           DISPLAY 'REGISTROS MASCARADOS ....: ' CER-QTD-GRAVADOS.
           DISPLAY 'CAMPO SUBSTITUIDO .......: CADM-NOME'.
           DISPLAY 'MESTRE ORIGINAL .........: SOMENTE LEITURA'.
           DISPLAY 'OPERADOR ................: ' CER-OPERADOR.

       COPY FS-VERIFICA.
