      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Dossie completo de um CNPJ numa tela so, o par de
      *            CPF-DOSSIE para pessoa juridica: situacao de emissao
      *            por camada (extrato vivo ARQCNPJ2 ou mestre
      *            ARQCNPJMST) com a data de geracao, posicao na lista
      *            proibida ARQCNPJBLK, a empresa do registro de
      *            empresas de teste (ARQEMPRESA) com os CPFs dos
      *            socios (ARQSOCIO) e o dono da alocacao de cada um em
      *            ARQALOC, e o historico de validacoes de CNPJ da
      *            trilha CPFAUDIT - em vez de o balcao abrir cada
      *            arquivo um por um.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, na opcao 19 do menu de operacoes. Cada
      *     fonte e opcional, como em CPF-DOSSIE: ausente do
      *     ambiente, a secao sai como nao consultavel e as demais
      *     continuam valendo.
      *   - Registro de ARQALOC acompanha o vencimento das
      *     alocacoes: ALO-DATA-EXPIRA (zero = sem prazo) e
      *     ALO-QTD-RENOV no fim do registro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJ-DOSSIE.

       ENVIRONMENT DIVISION.

               INPUT-OUTPUT SECTION.
                   FILE-CONTROL.
                       SELECT ARQ-CNPJ ASSIGN TO "ARQCNPJ2"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CNPJ-OUT
                       FILE STATUS IS FS-VIVO.

                       SELECT ARQ-MESTRE ASSIGN TO "ARQCNPJMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CNA-CNPJ
                       FILE STATUS IS FS-CNA.

                       SELECT ARQ-BLACKLIST ASSIGN TO "ARQCNPJBLK"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBK-CNPJ
                       FILE STATUS IS FS-CBK.

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

                       SELECT ARQ-ALOCACOES ASSIGN TO "ARQALOC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALO-CPF
                       FILE STATUS IS FS-ALO.

                       SELECT ARQ-AUDITORIA ASSIGN TO "CPFAUDIT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AUD.

       DATA DIVISION.
           FILE SECTION.
                   FD ARQ-CNPJ.

                       01 REG-CNPJ.
                           05 CNPJ-OUT           PIC X(14).
                           05 CNPJ-OUT-PONTUADO  PIC X(18).
                           05 CNPJ-DATA-GERACAO  PIC 9(08).

                   FD ARQ-MESTRE.

                       01 REG-CNPJ-ANT.
                           05 CNA-CNPJ           PIC X(14).
                           05 CNA-CNPJ-PONTUADO  PIC X(18).
                           05 CNA-DATA-GERACAO   PIC 9(08).

                   FD ARQ-BLACKLIST.

                       01 REG-CNPJ-BLK.
                           05 CBK-CNPJ          PIC X(14).
                           05 CBK-DATA-INCLUSAO PIC 9(08).

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

                   FD ARQ-ALOCACOES.

                       01 REG-ALOCACAO.
                           05 ALO-CPF          PIC 9(11).
                           05 ALO-AREA         PIC X(08).
                           05 ALO-DATA         PIC 9(08).
                           05 ALO-NUM-RUN      PIC 9(10).
                           05 ALO-DATA-EXPIRA  PIC 9(08).
                           05 ALO-QTD-RENOV    PIC 9(03).

                   FD ARQ-AUDITORIA
                       LABEL RECORD STANDARD.

                       01 REG-AUDITORIA.
                           05 AUD-DATA         PIC 9(08).
                           05 AUD-HORA         PIC 9(08).
                           05 FILLER           PIC X(01).
                           05 AUD-DOCUMENTO    PIC X(14).
                           05 FILLER           PIC X(01).
                           05 AUD-TIPO-DOC     PIC X(01).
                           05 FILLER           PIC X(01).
                           05 AUD-RESULTADO    PIC X(08).
                           05 FILLER           PIC X(01).
                           05 AUD-OPERADOR     PIC X(08).
                           05 FILLER           PIC X(01).
                           05 AUD-SEQ          PIC 9(09).
                           05 FILLER           PIC X(01).
                           05 AUD-ELO          PIC 9(09).

               WORKING-STORAGE SECTION.

                   01 FS-VIVO          PIC X(02).
                   01 FS-CNA           PIC X(02).
                   01 FS-CBK           PIC X(02).
                   01 FS-EMP           PIC X(02).
                   01 FS-SOC           PIC X(02).
                   01 FS-ALO           PIC X(02).
                   01 FS-AUD           PIC X(02).

                   01 CNPJ-DIGITADO    PIC X(18).
                   01 CNPJ-PROCURADO.
                       05 CARACTERE-PROC PIC X(01) OCCURS 14.
                   01 IND-DIGITADO     PIC 9(02).
                   01 IND-DIGITO       PIC 9(02).

                   01 ACHOU-SW         PIC X(01) VALUE 'N'.
                       88 ACHOU-CAMADA     VALUE 'S'.
                   01 EMPRESA-SW       PIC X(01) VALUE 'N'.
                       88 ACHOU-EMPRESA    VALUE 'S'.
                   01 HA-ALOCACOES-SW  PIC X(01) VALUE 'N'.
                       88 HA-ALOCACOES     VALUE 'S'.
                   01 AUD-FIM          PIC X(01) VALUE 'N'.
                       88 AUD-ACABOU       VALUE 'S'.
                   01 SOC-FIM          PIC X(01) VALUE 'N'.
                       88 SOCIOS-ACABARAM  VALUE 'S'.
                   01 QTD-VALIDACOES   PIC 9(05) VALUE ZERO.
                   01 QTD-SOCIOS-EXIB  PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE 'N' TO AUD-FIM.
           MOVE 'N' TO SOC-FIM.
           MOVE ZERO TO QTD-VALIDACOES.
           MOVE ZERO TO QTD-SOCIOS-EXIB.

           DISPLAY 'CNPJ (XX.XXX.XXX/XXXX-99 OU 14 CARACTERES) :'.
           ACCEPT CNPJ-DIGITADO.
           PERFORM 1000-LE-CNPJ-DIGITADO.

           DISPLAY '==========================================='.
           DISPLAY ' DOSSIE DO CNPJ ' CNPJ-PROCURADO.
           DISPLAY '==========================================='.
           PERFORM 2000-SECAO-EMISSAO.
           PERFORM 3000-SECAO-LISTA.
           PERFORM 4000-SECAO-EMPRESA.
           PERFORM 5000-SECAO-VALIDACOES.
           DISPLAY '==========================================='.

           GOBACK.

       1000-LE-CNPJ-DIGITADO.
      *    Extrai so os caracteres do CNPJ (digitos e, no CNPJ
      *    alfanumerico, letras), descartando pontos, barra e traco
      *    da mascara, como o LE-CNPJ-DIGITADO de CPF-VALIDADOR.
           MOVE SPACES TO CNPJ-PROCURADO.
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
                       TO CARACTERE-PROC(IND-DIGITO)
                   ADD 1 TO IND-DIGITO
               END-IF
           END-PERFORM.

       2000-SECAO-EMISSAO.
      *    Extrato vivo primeiro, depois o mestre acumulado - o CNPJ
      *    nao tem arquivo morto.
           DISPLAY 'EMISSAO:'.
           MOVE 'N' TO ACHOU-SW.
           OPEN INPUT ARQ-CNPJ.
           IF FS-VIVO = '00'
               MOVE CNPJ-PROCURADO TO CNPJ-OUT
               READ ARQ-CNPJ KEY IS CNPJ-OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACHOU-CAMADA TO TRUE
                       DISPLAY '  ' CNPJ-OUT-PONTUADO ' EMITIDO, NO '
                               'EXTRATO VIVO, GERADO EM '
                               CNPJ-DATA-GERACAO
               END-READ
               CLOSE ARQ-CNPJ
           END-IF.
           IF NOT ACHOU-CAMADA
               OPEN INPUT ARQ-MESTRE
               IF FS-CNA = '00'
                   MOVE CNPJ-PROCURADO TO CNA-CNPJ
                   READ ARQ-MESTRE KEY IS CNA-CNPJ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ACHOU-CAMADA TO TRUE
                           DISPLAY '  ' CNA-CNPJ-PONTUADO ' EMITIDO '
                                   '(CONSTA DO MESTRE), FORA DO '
                                   'VIVO, GERADO EM '
                                   CNA-DATA-GERACAO
                   END-READ
                   CLOSE ARQ-MESTRE
               END-IF
           END-IF.
           IF NOT ACHOU-CAMADA
               DISPLAY '  NAO EMITIDO EM NENHUMA CAMADA.'
           END-IF.

       3000-SECAO-LISTA.
           DISPLAY 'LISTA PROIBIDA:'.
           OPEN INPUT ARQ-BLACKLIST.
           IF FS-CBK NOT = '00'
               DISPLAY '  LISTA INDISPONIVEL.'
           ELSE
               MOVE CNPJ-PROCURADO TO CBK-CNPJ
               READ ARQ-BLACKLIST KEY IS CBK-CNPJ
                   INVALID KEY
                       DISPLAY '  FORA DA LISTA.'
                   NOT INVALID KEY
                       DISPLAY '  *** NA LISTA DESDE '
                               CBK-DATA-INCLUSAO ' - NAO USAR ***'
               END-READ
               CLOSE ARQ-BLACKLIST
           END-IF.

       4000-SECAO-EMPRESA.
      *    A empresa pelo CNPJ (chave alternativa do registro) e os
      *    socios pela chave da empresa; cada CPF de socio traz o
      *    dono da sua alocacao, que pode ter mudado desde a criacao
      *    da empresa.
           DISPLAY 'EMPRESA (ARQEMPRESA):'.
           MOVE 'N' TO EMPRESA-SW.
           OPEN INPUT ARQ-EMPRESAS.
           IF FS-EMP NOT = '00'
               DISPLAY '  REGISTRO DE EMPRESAS INDISPONIVEL.'
           ELSE
               MOVE CNPJ-PROCURADO TO EMP-CNPJ
               READ ARQ-EMPRESAS KEY IS EMP-CNPJ
                   INVALID KEY
                       DISPLAY '  SEM EMPRESA NO REGISTRO.'
                   NOT INVALID KEY
                       SET ACHOU-EMPRESA TO TRUE
                       DISPLAY '  EMPRESA ' EMP-CHAVE ' DA AREA '
                               EMP-AREA ' CRIADA EM '
                               EMP-DATA-CRIACAO ' POR '
                               EMP-OPERADOR
               END-READ
               CLOSE ARQ-EMPRESAS
           END-IF.
           IF ACHOU-EMPRESA
               PERFORM 4100-SOCIOS
           END-IF.

       4100-SOCIOS.
           DISPLAY 'SOCIOS (ARQSOCIO / ARQALOC):'.
           OPEN INPUT ARQ-SOCIOS.
           IF FS-SOC NOT = '00'
               DISPLAY '  ARQUIVO DE SOCIOS INDISPONIVEL.'
           ELSE
               MOVE 'N' TO HA-ALOCACOES-SW
               OPEN INPUT ARQ-ALOCACOES
               IF FS-ALO = '00'
                   SET HA-ALOCACOES TO TRUE
               END-IF
               MOVE EMP-CHAVE TO SOC-CHAVE-EMP
               MOVE ZERO TO SOC-SEQ
               START ARQ-SOCIOS KEY IS NOT LESS THAN SOC-CHAVE
                   INVALID KEY
                       SET SOCIOS-ACABARAM TO TRUE
               END-START
               IF NOT SOCIOS-ACABARAM
                   PERFORM 4200-LER-SOCIO
               END-IF
               PERFORM UNTIL SOCIOS-ACABARAM
                   ADD 1 TO QTD-SOCIOS-EXIB
                   PERFORM 4300-EXIBE-SOCIO
                   PERFORM 4200-LER-SOCIO
               END-PERFORM
               IF HA-ALOCACOES
                   CLOSE ARQ-ALOCACOES
               END-IF
               CLOSE ARQ-SOCIOS
               IF QTD-SOCIOS-EXIB = ZERO
                   DISPLAY '  NENHUM SOCIO GRAVADO PARA A EMPRESA.'
               END-IF
           END-IF.

       4200-LER-SOCIO.
           READ ARQ-SOCIOS NEXT RECORD
               AT END
                   SET SOCIOS-ACABARAM TO TRUE
           END-READ.
           IF NOT SOCIOS-ACABARAM
               IF SOC-CHAVE-EMP NOT = EMP-CHAVE
                   SET SOCIOS-ACABARAM TO TRUE
               END-IF
           END-IF.

       4300-EXIBE-SOCIO.
           DISPLAY '  SOCIO ' SOC-SEQ ' CPF ' SOC-CPF-PONT.
           IF NOT HA-ALOCACOES
               DISPLAY '    REGISTRO DE ALOCACOES INDISPONIVEL.'
           ELSE
               MOVE SOC-CPF TO ALO-CPF
               READ ARQ-ALOCACOES KEY IS ALO-CPF
                   INVALID KEY
                       DISPLAY '    SEM ALOCACAO CORRENTE.'
                   NOT INVALID KEY
                       IF ALO-AREA = EMP-AREA
                           DISPLAY '    ALOCADO A AREA ' ALO-AREA
                                   ' EM ' ALO-DATA
                       ELSE
                           DISPLAY '    ALOCADO A AREA ' ALO-AREA
                                   ' EM ' ALO-DATA
                                   ' (DIFERENTE DA AREA DONA)'
                       END-IF
               END-READ
           END-IF.

       5000-SECAO-VALIDACOES.
           DISPLAY 'VALIDACOES (CPFAUDIT):'.
           OPEN INPUT ARQ-AUDITORIA.
           IF FS-AUD NOT = '00'
               DISPLAY '  TRILHA DE AUDITORIA INDISPONIVEL.'
           ELSE
               PERFORM 5100-LER-AUDITORIA
               PERFORM UNTIL AUD-ACABOU
                   IF AUD-TIPO-DOC = 'J'
                           AND AUD-DOCUMENTO = CNPJ-PROCURADO
                       ADD 1 TO QTD-VALIDACOES
                       DISPLAY '  ' AUD-DATA ' ' AUD-HORA ' '
                               AUD-RESULTADO ' ' AUD-OPERADOR
                   END-IF
                   PERFORM 5100-LER-AUDITORIA
               END-PERFORM
               CLOSE ARQ-AUDITORIA
               IF QTD-VALIDACOES = ZERO
                   DISPLAY '  NENHUMA VALIDACAO REGISTRADA.'
               END-IF
           END-IF.

       5100-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   SET AUD-ACABOU TO TRUE
           END-READ.
