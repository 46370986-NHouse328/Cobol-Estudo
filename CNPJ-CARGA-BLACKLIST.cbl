      * Date:
      * Purpose:   Carga da lista de exclusao de CNPJs (ARQCNPJBLK): le
      *            a relacao de numeros reais de empresas recebida em
      *            ARQCNPJBLKTXT (um CNPJ de 14 posicoes por linha) e
      *            grava o arquivo indexado que GERA-CPF-DAT consulta
      *            antes de emitir qualquer CNPJ de teste - o mesmo
      *            contrato de CPF-CARGA-BLACKLIST para o CPF. A carga
      *     de CNPJ. Linha nao numerica e contada em separado e
      *     ignorada; CNPJ repetido na relacao (FS 22) e apenas
      *     contado, sem derrubar a carga.
      *   - CNPJ alfanumerico na relacao: a linha e aceita quando as
      *     doze primeiras posicoes sao digito ou letra (minuscula
      *     vira maiuscula) e as duas ultimas sao digito; ENT-CNPJ e
      *     CBK-CNPJ passaram a X(14). O CNPJ numerico segue igual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-CARGA-BLACKLIST.
                       LABEL RECORD STANDARD.

                       01 REG-ENTRADA.
                           05 ENT-CNPJ         PIC X(14).

                   FD ARQ-BLACKLIST.

                       01 REG-CNPJ-BLK.
                           05 CBK-CNPJ          PIC X(14).
                           05 CBK-DATA-INCLUSAO PIC 9(08).

               WORKING-STORAGE SECTION.
                       88 ENT-ACABOU       VALUE 'S'.
                   01 ERRO-CARGA-SW    PIC X(01) VALUE 'N'.
                       88 ERRO-NA-CARGA    VALUE 'S'.
                   01 LINHA-SW         PIC X(01) VALUE 'N'.
                       88 LINHA-ACEITA     VALUE 'S'.
                   01 IND-POS          PIC 9(02).

       PROCEDURE DIVISION.

      *    contado.
           PERFORM 2100-LER-ENTRADA.
           PERFORM UNTIL ENT-ACABOU OR ERRO-NA-CARGA
               PERFORM 2200-CONFERE-LINHA
               IF LINHA-ACEITA
                   MOVE SPACES     TO REG-CNPJ-BLK
                   MOVE ENT-CNPJ   TO CBK-CNPJ
                   MOVE DATA-CARGA TO CBK-DATA-INCLUSAO
                   SET ENT-ACABOU TO TRUE
           END-READ.

       2200-CONFERE-LINHA.
      *    Doze posicoes de raiz e ordem (digito ou letra maiuscula)
      *    e dois verificadores numericos; o resto da linha e
      *    ignorado como sempre foi.
           INSPECT ENT-CNPJ CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 'S' TO LINHA-SW.
           PERFORM VARYING IND-POS FROM 1 BY 1 UNTIL IND-POS > 12
               IF ENT-CNPJ(IND-POS:1) = SPACE
                       OR (ENT-CNPJ(IND-POS:1) IS NOT NUMERIC
                       AND ENT-CNPJ(IND-POS:1) IS NOT ALPHABETIC-UPPER)
                   MOVE 'N' TO LINHA-SW
               END-IF
           END-PERFORM.
           IF ENT-CNPJ(13:2) IS NOT NUMERIC
               MOVE 'N' TO LINHA-SW
           END-IF.

       3000-FINALIZAR.
           CLOSE ARQ-ENTRADA.
           CLOSE ARQ-BLACKLIST.
           DISPLAY QTD-CARREGADOS ' CNPJS CARREGADOS NA LISTA.'.
           DISPLAY QTD-REPETIDOS  ' CNPJS REPETIDOS NA RELACAO.'.
           DISPLAY QTD-INVALIDOS  ' LINHAS MALFORMADAS IGNORADAS.'.

       COPY FS-VERIFICA.
