      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Conferencia de um arquivo de entrega do lado de quem
      *            recebeu: le a copia da area (ARQENTRVER), acha o
      *            trailer de controle gravado por CPF-ENTREGA
      *            (quantidade, numero da entrega e total de hash dos
      *            CPFs), recalcula quantidade e hash linha a linha e
      *            compara com o trailer, com o recibo da entrega em
      *            ARQENTRCTL e, quando houver, com o detalhe
      *            ARQENTRDET. O perfil usado na entrega sai do recibo,
      *            para achar o CPF em qualquer layout. Confirmado pelo
      *            operador, o resultado vai direto como ACK para
      *            ARQENTRACK (area, data, quantidade contada, numero
      *            da entrega e hash conferido ou nao), e
      *            CPF-ENTREGA-ACK aponta a divergencia sozinho.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, junto com o trailer de controle dos
      *     arquivos de entrega. Divergencia termina com RC 4;
      *     arquivo ausente ou sem trailer, com RC 8 e sem ACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-ENTREGA-VERIFICA.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-RECEBIDO ASSIGN TO "ARQENTRVER"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REC.

                       SELECT ARQ-RAZAO ASSIGN TO "ARQENTRCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RAZ.

                       SELECT ARQ-DETALHE ASSIGN TO "ARQENTRDET"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-DET.

                       SELECT ARQ-ACK ASSIGN TO "ARQENTRACK"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ACK.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-RECEBIDO
                       LABEL RECORD STANDARD.

                       01 REG-RECEBIDO     PIC X(100).

                   FD ARQ-RAZAO
                       LABEL RECORD STANDARD.

                       01 REG-RAZAO.
                           05 RAZ-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 RAZ-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 RAZ-CRITERIO     PIC X(30).
                           05 FILLER           PIC X(01).
                           05 RAZ-QTD          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 RAZ-NUM-RUN      PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 RAZ-QTD-BLK      PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 RAZ-QTD-ALO      PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 RAZ-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 RAZ-PERFIL       PIC X(15).
                           05 FILLER           PIC X(01).
                           05 RAZ-HASH         PIC 9(18).

                   FD ARQ-DETALHE
                       LABEL RECORD STANDARD.

                       01 REG-DETALHE.
                           05 DET-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 DET-CPF          PIC 9(11).
                           05 FILLER           PIC X(01).
                           05 DET-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 DET-DATA         PIC 9(08).

                   FD ARQ-ACK
                       LABEL RECORD STANDARD.

                       01 REG-ACK.
                           05 ACK-AREA         PIC X(08).
                           05 FILLER           PIC X(01).
                           05 ACK-DATA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 ACK-QTD          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 ACK-NUM-ENTREGA  PIC 9(10).
                           05 FILLER           PIC X(01).
                           05 ACK-HASH-OK      PIC X(01).

               WORKING-STORAGE SECTION.

                   01 FS-REC           PIC X(02).
                   01 FS-RAZ           PIC X(02).
                   01 FS-DET           PIC X(02).
                   01 FS-ACK           PIC X(02).

                   01 REC-FIM          PIC X(01) VALUE 'N'.
                       88 RECEBIDO-ACABOU  VALUE 'S'.
                   01 RAZ-FIM          PIC X(01) VALUE 'N'.
                       88 RAZAO-ACABOU     VALUE 'S'.
                   01 DET-FIM          PIC X(01) VALUE 'N'.
                       88 DETALHE-ACABOU   VALUE 'S'.
                   01 ERRO-VER-SW      PIC X(01) VALUE 'N'.
                       88 ERRO-NA-VERIFICACAO VALUE 'S'.
                   01 ACHOU-RECIBO-SW  PIC X(01) VALUE 'N'.
                       88 ACHOU-RECIBO     VALUE 'S'.
                   01 HA-DETALHE-SW    PIC X(01) VALUE 'N'.
                       88 HA-DETALHE       VALUE 'S'.
                   01 DIVERGE-SW       PIC X(01) VALUE 'N'.
                       88 HA-DIVERGENCIA   VALUE 'S'.
                   01 HASH-OK-SW       PIC X(01) VALUE 'S'.
                       88 HASH-CONFERE     VALUE 'S'.
                   01 GRAVA-ACK        PIC X(01) VALUE 'S'.
                       88 QUER-ACK         VALUE 'S' 's'.

      *    Trailer de controle, como CPF-ENTREGA o grava: no padrao e
      *    na largura fixa em 8 + 9 + 10 + 18 posicoes; no delimitado
      *    com um delimitador entre cada dois campos.
                   01 ULTIMA-LINHA     PIC X(100).
                   01 TRL-QTD          PIC 9(09) VALUE ZERO.
                   01 TRL-NUM-ENTREGA  PIC 9(10) VALUE ZERO.
                   01 TRL-HASH         PIC 9(18) VALUE ZERO.

                   01 REC-DATA         PIC 9(08) VALUE ZERO.
                   01 REC-AREA         PIC X(08) VALUE SPACES.
                   01 REC-QTD          PIC 9(09) VALUE ZERO.
                   01 REC-HASH         PIC 9(18) VALUE ZERO.
                   01 REC-HASH-SW      PIC X(01) VALUE 'N'.
                       88 RECIBO-TEM-HASH  VALUE 'S'.

      *    Perfil usado na entrega, no layout de ARE-PERFIL-ENTREGA.
                   01 PERFIL-USADO.
                       05 PRF-FORMATO      PIC X(01).
                           88 PRF-PADRAO       VALUE 'P'.
                           88 PRF-DELIMITADO   VALUE 'D'.
                           88 PRF-FIXO         VALUE 'F'.
                       05 PRF-DELIMITADOR  PIC X(01).
                       05 PRF-CAMPOS       PIC X(06).
                       05 PRF-CAMPO        REDEFINES PRF-CAMPOS
                                           PIC X(01) OCCURS 6.
                       05 PRF-CPF          PIC X(01).
                           88 PRF-CPF-PONTUADO VALUE 'P'.
                       05 PRF-DATA         PIC X(01).
                           88 PRF-DATA-AAAAMMDD VALUE 'A'.
                       05 PRF-CABECALHO    PIC X(01).
                           88 PRF-COM-CABECALHO VALUE 'S'.
                       05 PRF-TRAILER      PIC X(01).
                       05 PRF-VERSAO       PIC 9(03).

                   01 CPF-ORDEM        PIC 9(02) VALUE ZERO.
                   01 CPF-INICIO       PIC 9(03) VALUE 1.
                   01 CPF-LARGURA      PIC 9(02) VALUE 14.
                   01 IND-CAMPO        PIC 9(02).
                   01 CAMPO-LARGURA    PIC 9(02).
                   01 TAB-CAMPOS-LIDOS.
                       05 CAMPO-LIDO       PIC X(20) OCCURS 6.

                   01 CPF-TEXTO        PIC X(20).
                   01 CPF-LIDO         PIC 9(11) VALUE ZERO.
                   01 CPF-LIDO-RED     REDEFINES CPF-LIDO.
                       05 DIGITO-LIDO  PIC 9(01) OCCURS 11.
                   01 IND-TEXTO        PIC 9(02).
                   01 IND-DIGITO       PIC 9(02).

                   01 QTD-LINHAS       PIC 9(09) VALUE ZERO.
                   01 NUM-LINHA        PIC 9(09) VALUE ZERO.
                   01 QTD-CONTADA      PIC 9(09) VALUE ZERO.
                   01 QTD-INVALIDAS    PIC 9(09) VALUE ZERO.
                   01 HASH-CONTADO     PIC 9(18) VALUE ZERO.
                   01 QTD-DETALHE      PIC 9(09) VALUE ZERO.
                   01 HASH-DETALHE     PIC 9(18) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIAR.
           IF NOT ERRO-NA-VERIFICACAO
               PERFORM 2000-LE-TRAILER
           END-IF.
           IF NOT ERRO-NA-VERIFICACAO
               PERFORM 3000-LE-RECIBO
               PERFORM 3500-POSICAO-DO-CPF
               PERFORM 4000-RECALCULA
               PERFORM 5000-LE-DETALHE
               PERFORM 6000-COMPARA
               IF ACHOU-RECIBO
                   PERFORM 7000-GRAVA-ACK
               END-IF
           END-IF.

           GOBACK.

       1000-INICIAR.
           MOVE 'N' TO ERRO-VER-SW.
           MOVE 'N' TO REC-FIM.
           MOVE ZERO TO QTD-LINHAS.
           MOVE SPACES TO ULTIMA-LINHA.
           OPEN INPUT ARQ-RECEBIDO.
           IF FS-REC NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQENTRVER - FS ' FS-REC
               MOVE 'S' TO ERRO-VER-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-LE-TRAILER.
      *    Primeira passada: conta as linhas e guarda a ultima, que
      *    num arquivo inteiro e sempre o trailer de controle. Sem
      *    trailer o arquivo chegou truncado (ou nao saiu daqui) e
      *    nao ha o que conferir.
           PERFORM 2100-LER-RECEBIDO.
           PERFORM UNTIL RECEBIDO-ACABOU
               ADD 1 TO QTD-LINHAS
               MOVE REG-RECEBIDO TO ULTIMA-LINHA
               PERFORM 2100-LER-RECEBIDO
           END-PERFORM.
           CLOSE ARQ-RECEBIDO.

           IF ULTIMA-LINHA(1:7) NOT = 'TRAILER'
               DISPLAY 'ARQUIVO SEM TRAILER DE CONTROLE - TRUNCADO OU '
                       'DE ORIGEM DESCONHECIDA.'
               DISPLAY 'LINHAS LIDAS: ' QTD-LINHAS
               MOVE 'S' TO ERRO-VER-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ULTIMA-LINHA(8:1) = SPACE
                   MOVE ULTIMA-LINHA(9:9)   TO TRL-QTD
                   MOVE ULTIMA-LINHA(18:10) TO TRL-NUM-ENTREGA
                   MOVE ULTIMA-LINHA(28:18) TO TRL-HASH
               ELSE
                   MOVE ULTIMA-LINHA(9:9)   TO TRL-QTD
                   MOVE ULTIMA-LINHA(19:10) TO TRL-NUM-ENTREGA
                   MOVE ULTIMA-LINHA(30:18) TO TRL-HASH
               END-IF
               IF TRL-QTD IS NOT NUMERIC
                       OR TRL-NUM-ENTREGA IS NOT NUMERIC
                       OR TRL-HASH IS NOT NUMERIC
                   DISPLAY 'TRAILER DE CONTROLE ILEGIVEL: '
                           ULTIMA-LINHA(1:50)
                   MOVE 'S' TO ERRO-VER-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2100-LER-RECEBIDO.
           READ ARQ-RECEBIDO
               AT END
                   SET RECEBIDO-ACABOU TO TRUE
           END-READ.

       3000-LE-RECIBO.
      *    O recibo da entrega do trailer da o perfil, a area, a data
      *    e os totais do lado de quem enviou. Sem recibo vale o
      *    layout padrao e nao ha ACK - nao se sabe de quem e.
           MOVE 'N' TO ACHOU-RECIBO-SW.
           MOVE SPACES TO PERFIL-USADO.
           MOVE 'P' TO PRF-FORMATO.
           OPEN INPUT ARQ-RAZAO.
           IF FS-RAZ = '00'
               MOVE 'N' TO RAZ-FIM
               PERFORM 3100-LER-RAZAO
               PERFORM UNTIL RAZAO-ACABOU OR ACHOU-RECIBO
                   IF RAZ-NUM-ENTREGA IS NUMERIC
                       IF RAZ-NUM-ENTREGA = TRL-NUM-ENTREGA
                           PERFORM 3200-GUARDA-RECIBO
                       END-IF
                   END-IF
                   PERFORM 3100-LER-RAZAO
               END-PERFORM
               CLOSE ARQ-RAZAO
           END-IF.
           IF NOT ACHOU-RECIBO
               DISPLAY 'ENTREGA ' TRL-NUM-ENTREGA ' SEM RECIBO EM '
                       'ARQENTRCTL - CONFERIDA NO LAYOUT PADRAO.'
           END-IF.

       3100-LER-RAZAO.
           READ ARQ-RAZAO
               AT END
                   SET RAZAO-ACABOU TO TRUE
           END-READ.

       3200-GUARDA-RECIBO.
           SET ACHOU-RECIBO TO TRUE.
           MOVE RAZ-DATA TO REC-DATA.
           MOVE RAZ-AREA TO REC-AREA.
           MOVE RAZ-QTD  TO REC-QTD.
           IF RAZ-HASH IS NUMERIC
               MOVE RAZ-HASH TO REC-HASH
               SET RECIBO-TEM-HASH TO TRUE
           END-IF.
           IF RAZ-PERFIL(1:1) = 'D' OR = 'F'
               MOVE RAZ-PERFIL TO PERFIL-USADO
           END-IF.

       3500-POSICAO-DO-CPF.
      *    Onde o CPF esta na linha: no padrao, nas 14 primeiras
      *    posicoes; no delimitado, pela ordem do campo C; na largura
      *    fixa, depois da soma das larguras dos campos anteriores.
           MOVE 1 TO CPF-INICIO.
           MOVE 14 TO CPF-LARGURA.
           MOVE ZERO TO CPF-ORDEM.
           IF NOT PRF-PADRAO
               PERFORM VARYING IND-CAMPO FROM 1 BY 1
                       UNTIL IND-CAMPO > 6 OR CPF-ORDEM > ZERO
                   PERFORM 3510-LARGURA-CAMPO
                   IF PRF-CAMPO(IND-CAMPO) = 'C'
                       MOVE IND-CAMPO TO CPF-ORDEM
                       MOVE CAMPO-LARGURA TO CPF-LARGURA
                   ELSE
                       ADD CAMPO-LARGURA TO CPF-INICIO
                   END-IF
               END-PERFORM
               IF CPF-ORDEM = ZERO
                   MOVE 1 TO CPF-ORDEM
               END-IF
           END-IF.

       3510-LARGURA-CAMPO.
           MOVE ZERO TO CAMPO-LARGURA.
           IF PRF-CAMPO(IND-CAMPO) = 'C'
               IF PRF-CPF-PONTUADO
                   MOVE 14 TO CAMPO-LARGURA
               ELSE
                   MOVE 11 TO CAMPO-LARGURA
               END-IF
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'G' OR = 'E'
               IF PRF-DATA-AAAAMMDD
                   MOVE 8 TO CAMPO-LARGURA
               ELSE
                   MOVE 10 TO CAMPO-LARGURA
               END-IF
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'N'
               MOVE 10 TO CAMPO-LARGURA
           END-IF.
           IF PRF-CAMPO(IND-CAMPO) = 'A'
               MOVE 8 TO CAMPO-LARGURA
           END-IF.

       4000-RECALCULA.
      *    Segunda passada: cada linha entre o cabecalho (se o perfil
      *    tem) e o trailer conta uma vez e soma o seu CPF no hash.
      *    Linha sem os 11 digitos do CPF e contada a parte.
           MOVE ZERO TO QTD-CONTADA.
           MOVE ZERO TO QTD-INVALIDAS.
           MOVE ZERO TO HASH-CONTADO.
           MOVE ZERO TO NUM-LINHA.
           MOVE 'N' TO REC-FIM.
           OPEN INPUT ARQ-RECEBIDO.
           PERFORM 2100-LER-RECEBIDO.
           PERFORM UNTIL RECEBIDO-ACABOU
               ADD 1 TO NUM-LINHA
               IF NUM-LINHA < QTD-LINHAS
                   IF NUM-LINHA > 1 OR PRF-PADRAO
                           OR NOT PRF-COM-CABECALHO
                       PERFORM 4100-TRATA-LINHA
                   END-IF
               END-IF
               PERFORM 2100-LER-RECEBIDO
           END-PERFORM.
           CLOSE ARQ-RECEBIDO.

       4100-TRATA-LINHA.
           MOVE SPACES TO CPF-TEXTO.
           IF PRF-DELIMITADO
               MOVE SPACES TO TAB-CAMPOS-LIDOS
               UNSTRING REG-RECEBIDO DELIMITED BY PRF-DELIMITADOR
                   INTO CAMPO-LIDO(1) CAMPO-LIDO(2) CAMPO-LIDO(3)
                        CAMPO-LIDO(4) CAMPO-LIDO(5) CAMPO-LIDO(6)
               END-UNSTRING
               MOVE CAMPO-LIDO(CPF-ORDEM) TO CPF-TEXTO
           ELSE
               MOVE REG-RECEBIDO(CPF-INICIO:CPF-LARGURA) TO CPF-TEXTO
           END-IF.
           PERFORM 4200-EXTRAI-DIGITOS.
           IF IND-DIGITO NOT = 12
               ADD 1 TO QTD-INVALIDAS
               DISPLAY 'LINHA ' NUM-LINHA ' SEM CPF LEGIVEL: '
                       REG-RECEBIDO(1:40)
           ELSE
               ADD 1 TO QTD-CONTADA
               ADD CPF-LIDO TO HASH-CONTADO
           END-IF.

       4200-EXTRAI-DIGITOS.
      *    So os digitos, descartando pontos e traco da mascara, como
      *    em 6100-LE-CPF-DIGITADO de CPF-ENTREGA.
           MOVE ZERO TO CPF-LIDO.
           MOVE 1 TO IND-DIGITO.
           PERFORM VARYING IND-TEXTO FROM 1 BY 1
                   UNTIL IND-TEXTO > 20
               IF CPF-TEXTO(IND-TEXTO:1) IS NUMERIC
                   IF IND-DIGITO NOT GREATER THAN 11
                       MOVE CPF-TEXTO(IND-TEXTO:1)
                           TO DIGITO-LIDO(IND-DIGITO)
                   END-IF
                   ADD 1 TO IND-DIGITO
               END-IF
           END-PERFORM.

       5000-LE-DETALHE.
      *    O detalhe da entrega, quando o ambiente o tem, e a terceira
      *    fonte: quantidade e hash dos CPFs gravados com o numero da
      *    entrega do trailer.
           MOVE 'N' TO HA-DETALHE-SW.
           MOVE ZERO TO QTD-DETALHE.
           MOVE ZERO TO HASH-DETALHE.
           OPEN INPUT ARQ-DETALHE.
           IF FS-DET = '00'
               SET HA-DETALHE TO TRUE
               MOVE 'N' TO DET-FIM
               PERFORM 5100-LER-DETALHE
               PERFORM UNTIL DETALHE-ACABOU
                   IF DET-NUM-ENTREGA = TRL-NUM-ENTREGA
                       ADD 1 TO QTD-DETALHE
                       ADD DET-CPF TO HASH-DETALHE
                   END-IF
                   PERFORM 5100-LER-DETALHE
               END-PERFORM
               CLOSE ARQ-DETALHE
           END-IF.

       5100-LER-DETALHE.
           READ ARQ-DETALHE
               AT END
                   SET DETALHE-ACABOU TO TRUE
           END-READ.

       6000-COMPARA.
           MOVE 'N' TO DIVERGE-SW.
           MOVE 'S' TO HASH-OK-SW.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'CONFERENCIA DA ENTREGA ' TRL-NUM-ENTREGA.
           DISPLAY '-------------------------------------------'.
           IF ACHOU-RECIBO
               DISPLAY 'AREA ' REC-AREA ' DATA ' REC-DATA
                       ' PERFIL ' PERFIL-USADO
           END-IF.
           DISPLAY 'ARQUIVO .: QTD ' QTD-CONTADA ' HASH ' HASH-CONTADO.
           DISPLAY 'TRAILER .: QTD ' TRL-QTD ' HASH ' TRL-HASH.
           IF QTD-CONTADA NOT = TRL-QTD
               DISPLAY 'QUANTIDADE DO ARQUIVO DIFERE DO TRAILER.'
               MOVE 'S' TO DIVERGE-SW
           END-IF.
           IF HASH-CONTADO NOT = TRL-HASH
               DISPLAY 'HASH DO ARQUIVO DIFERE DO TRAILER.'
               MOVE 'S' TO DIVERGE-SW
               MOVE 'N' TO HASH-OK-SW
           END-IF.
           IF ACHOU-RECIBO
               DISPLAY 'RECIBO ..: QTD ' REC-QTD ' HASH ' REC-HASH
               IF QTD-CONTADA NOT = REC-QTD
                   DISPLAY 'QUANTIDADE DO ARQUIVO DIFERE DO RECIBO.'
                   MOVE 'S' TO DIVERGE-SW
               END-IF
               IF RECIBO-TEM-HASH AND HASH-CONTADO NOT = REC-HASH
                   DISPLAY 'HASH DO ARQUIVO DIFERE DO RECIBO.'
                   MOVE 'S' TO DIVERGE-SW
                   MOVE 'N' TO HASH-OK-SW
               END-IF
           END-IF.
           IF HA-DETALHE
               DISPLAY 'DETALHE .: QTD ' QTD-DETALHE
                       ' HASH ' HASH-DETALHE
               IF QTD-CONTADA NOT = QTD-DETALHE
                   DISPLAY 'QUANTIDADE DO ARQUIVO DIFERE DO DETALHE.'
                   MOVE 'S' TO DIVERGE-SW
               END-IF
               IF HASH-CONTADO NOT = HASH-DETALHE
                   DISPLAY 'HASH DO ARQUIVO DIFERE DO DETALHE.'
                   MOVE 'S' TO DIVERGE-SW
                   MOVE 'N' TO HASH-OK-SW
               END-IF
           END-IF.
           IF QTD-INVALIDAS > ZERO
               DISPLAY QTD-INVALIDAS ' LINHAS SEM CPF LEGIVEL.'
               MOVE 'S' TO DIVERGE-SW
           END-IF.
           DISPLAY '-------------------------------------------'.
           IF HA-DIVERGENCIA
               DISPLAY 'ARQUIVO NAO CONFERE.'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'ARQUIVO CONFERE.'
           END-IF.

       7000-GRAVA-ACK.
      *    O ACK leva a quantidade contada no arquivo, nao a do
      *    trailer: e ela que CPF-ENTREGA-ACK compara com o recibo.
           DISPLAY 'GRAVA O ACK EM ARQENTRACK (S/N) :'.
           ACCEPT GRAVA-ACK.
           IF QUER-ACK
               MOVE SPACES          TO REG-ACK
               MOVE REC-AREA        TO ACK-AREA
               MOVE REC-DATA        TO ACK-DATA
               MOVE QTD-CONTADA     TO ACK-QTD
               MOVE TRL-NUM-ENTREGA TO ACK-NUM-ENTREGA
               MOVE HASH-OK-SW      TO ACK-HASH-OK
               OPEN EXTEND ARQ-ACK
               IF FS-ACK NOT = '00'
                   OPEN OUTPUT ARQ-ACK
               END-IF
               IF FS-ACK = '00'
                   WRITE REG-ACK
                   CLOSE ARQ-ACK
                   DISPLAY 'ACK DA ENTREGA ' TRL-NUM-ENTREGA
                           ' REGISTRADO.'
               ELSE
                   DISPLAY 'ERRO AO ABRIR ARQENTRACK - FS ' FS-ACK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
