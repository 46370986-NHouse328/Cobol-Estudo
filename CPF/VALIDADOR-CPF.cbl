      *     registro, pois a sessao de balcao e longa e ociosa. O
      *     checkpoint do encadeamento (CPFAUDELO, um registro so)
      *     segue persistido a cada gravacao nos dois modos.
      *   - CPF/CNPJ com todos os digitos iguais agora volta reprovado
      *     dos modulos de digito com o codigo 3; todos os modos
      *     passam a informar "TODOS OS DIGITOS IGUAIS" em vez de
      *     apontar um verificador (nao ha esperado x informado), o
      *     CPFLOTERES sai com a situacao REPETIDO e o digito zerado,
      *     e o CPFLOTECOR nao sugere correcao para ele (flag
      *     SEM-COR) - nem para o CPF cuja correcao cairia num numero
      *     repetido.
      *   - CNPJ alfanumerico nos modos 4 e 5: a entrada aceita letra
      *     nas doze primeiras posicoes (minuscula vira maiuscula),
      *     CNPJ-W e LOTE-CNPJ passaram a alfanumericos e o codigo 4
      *     de CNPJ-CHECK-DIGIT sai como "CARACTERE NAO PERMITIDO".
      *     AUD-DOCUMENTO e DOC-AUDITADO passaram a X(14); o CPF
      *     continua entrando pela visao numerica DOC-AUDITADO-NUM,
      *     com os zeros a esquerda de sempre, e o CNPJ entra como
      *     foi digitado (MONTA-DOC-CNPJ deixou de ser necessario).
      *   - Acrescentados os modos PIS/NIS (6 interativo, na mascara
      *     999.99999.99-9, e 7 lote sobre PISLOTE) e Titulo de
      *     Eleitor (8 interativo, na forma 9999 9999 9999, e 9 lote
      *     sobre TITLOTE), pelos modulos PIS-CHECK-DIGIT e
      *     TITULO-CHECK-DIGIT. Vao para a mesma trilha CPFAUDIT com
      *     AUD-TIPO-DOC P (PIS) e T (titulo), pela visao numerica
      *     DOC-AUDITADO-NUM, como o CPF.
      *   - A resposta interativa do CPF valido mostra a regiao fiscal
      *     de emissao (9o digito, com as UFs da regiao pelo copybook
      *     REGIAO-FISCAL).
      *   - Os lotes CPFLOTE, CNPJLOTE, PISLOTE e TITLOTE passam antes
      *     pelo portao ARQ-PORTAO (envelope padrao com cabecalho e
      *     trailer, remetente autorizado, lote nao repetido): lote
      *     recusado vai para a quarentena e o modo nao roda (RC 8).
      *     O cabecalho e o trailer nao sao validados como documento;
      *     o lote que termina e baixado como carregado.
      *   - Acrescentado o modo de servico (10), para atender pedidos
      *     de validacao deixados em arquivo sem operador: cada
      *     chamada le o arquivo de pedidos CPFSRVREQ (um documento
      *     por registro, com o identificador de correlacao do
      *     solicitante) e grava o arquivo de respostas CPFSRVRES,
      *     uma linha por pedido com a correlacao devolvida e o mesmo
      *     veredito do lote - digito verificador, conferencia de
      *     emissao em ARQCPF2 e crivo da lista de exclusao - e cada
      *     documento passa pela mesma trilha CPFAUDIT encadeada. Um
      *     registro de controle FIM encerra o servico (RC 4); o que
      *     vier depois dele volta como NAO-PROC. A vigia dos arquivos
      *     numerados (o laco e a espera) e do script CPF-SERVICO.sh,
      *     como no vigia da geracao.
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. CPF-VALIDADOR.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-LOTE-CNPJ.

                       SELECT ARQ-LOTE-PIS ASSIGN TO "PISLOTE"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-LOTE-PIS.

                       SELECT ARQ-LOTE-TIT ASSIGN TO "TITLOTE"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-LOTE-TIT.

                       SELECT ARQ-PEDIDOS ASSIGN TO "CPFSRVREQ"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PEDIDOS.

                       SELECT ARQ-RESPOSTAS ASSIGN TO "CPFSRVRES"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RESPOSTAS.

                       SELECT ARQ-BLACKLIST ASSIGN TO "ARQCPFBLK"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC

                       01 REG-LOTE.
                           05 LOTE-CPF PIC 9(11).
                       01 REG-LOTE-ENV.
                           COPY ENVELOPE.

                   FD ARQ-CADASTRO
                       LABEL RECORD STANDARD.
                       LABEL RECORD STANDARD.

                       01 REG-LOTE-CNPJ.
                           05 LOTE-CNPJ PIC X(14).
                       01 REG-LOTE-CNPJ-ENV.
                           COPY ENVELOPE.

                   FD ARQ-LOTE-PIS
                       LABEL RECORD STANDARD.

                       01 REG-LOTE-PIS.
                           05 LOTE-PIS PIC 9(11).
                       01 REG-LOTE-PIS-ENV.
                           COPY ENVELOPE.

                   FD ARQ-LOTE-TIT
                       LABEL RECORD STANDARD.

                       01 REG-LOTE-TIT.
                           05 LOTE-TIT PIC 9(12).
                       01 REG-LOTE-TIT-ENV.
                           COPY ENVELOPE.

                   FD ARQ-PEDIDOS
                       LABEL RECORD STANDARD.

                       01 REG-PEDIDO.
                           05 PED-TIPO-REG     PIC X(03).
                               88 PED-E-PEDIDO     VALUE 'REQ'.
                               88 PED-E-PARADA     VALUE 'FIM'.
                           05 FILLER           PIC X(01).
                           05 PED-CORRELACAO   PIC X(20).
                           05 FILLER           PIC X(01).
                           05 PED-TIPO-DOC     PIC X(01).
                           05 FILLER           PIC X(01).
                           05 PED-DOCUMENTO    PIC X(18).

                   FD ARQ-RESPOSTAS
                       LABEL RECORD STANDARD.

                       01 REG-RESPOSTA.
                           05 RSP-CORRELACAO   PIC X(20).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RSP-TIPO-DOC     PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RSP-DOCUMENTO    PIC X(14).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RSP-VEREDITO     PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RSP-DIGITO-FALHOU PIC 9(02).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RSP-ESPERADO     PIC 9(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RSP-INFORMADO    PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RSP-SITUACAO     PIC X(11).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 RSP-DATA-GER     PIC 9(08).

                   FD ARQ-BLACKLIST.

                           05 AUD-DATA         PIC 9(08).
                           05 AUD-HORA         PIC 9(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 AUD-DOCUMENTO    PIC X(14).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 AUD-TIPO-DOC     PIC X(01).
                           05 FILLER           PIC X(01) VALUE SPACE.
                       5 DIGITO    PIC 9(01) OCCURS 11.

                   1 CNPJ-W.
                       5 DIGITO-CNPJ PIC X(01) OCCURS 14.

                   1 CPF-TRAB.
                       5 DIGITO-TRAB PIC 9(01) OCCURS 11.

                   1 PIS-W.
                       5 DIGITO-PIS PIC 9(01) OCCURS 11.
                   1 PIS-W-NUM REDEFINES PIS-W PIC 9(11).

                   1 TITULO-W.
                       5 DIGITO-TIT PIC 9(01) OCCURS 12.
                   1 TITULO-W-NUM REDEFINES TITULO-W PIC 9(12).

                   77 VALIDO           PIC 9(01).
                   77 DIGITO-ERRO      PIC 9(01).
                   77 DIGITO-ESPERADO  PIC 9(01).
                   77 ELO-CORRENTE PIC 9(09) VALUE ZERO.
                   77 ELO-NOVO     PIC 9(09) VALUE ZERO.
                   77 FS-CADASTRO  PIC X(02).
                   77 MODO         PIC 9(02).
                   77 CPF-AUDITADO PIC 9(11).
                   77 DOC-AUDITADO PIC X(14).
                   77 DOC-AUDITADO-NUM REDEFINES DOC-AUDITADO
                                   PIC 9(14).
                   77 TIPO-DOC-AUD PIC X(01) VALUE 'F'.
                   77 FS-LOTE-CNPJ PIC X(02).
                   77 CNPJ-DIGITADO PIC X(18).
                   77 IND-DIG-CNPJ PIC 9(02).
                   77 LOTE-CNPJ-FIM PIC X(01) VALUE 'N'.
                       88 LOTE-CNPJ-ACABOU VALUE 'S'.
                   77 FS-LOTE-PIS  PIC X(02).
                   77 LOTE-PIS-FIM PIC X(01) VALUE 'N'.
                       88 LOTE-PIS-ACABOU VALUE 'S'.
                   77 FS-LOTE-TIT  PIC X(02).
                   77 LOTE-TIT-FIM PIC X(01) VALUE 'N'.
                       88 LOTE-TIT-ACABOU VALUE 'S'.
                   77 DOC-DIGITADO PIC X(14).
                   77 FS-CORRECOES PIC X(02).
                   77 GERA-CORRECOES-SW PIC X(01) VALUE 'N'.
                       88 GERAR-CORRECOES VALUE 'S'.
                   77 QTD-LIDOS    PIC 9(07) VALUE ZERO.
                   77 QTD-VALIDOS  PIC 9(07) VALUE ZERO.
                   77 QTD-INVALIDOS PIC 9(07) VALUE ZERO.
                   77 PORTAO-FUNCAO PIC X(01).
                   77 PORTAO-ARQUIVO PIC X(12).
                   77 PORTAO-RC    PIC 9(01).
                   77 FS-PEDIDOS   PIC X(02).
                   77 FS-RESPOSTAS PIC X(02).
                   77 PEDIDO-FIM   PIC X(01) VALUE 'N'.
                       88 PEDIDO-ACABOU VALUE 'S'.
                   77 PARADA-SW    PIC X(01) VALUE 'N'.
                       88 PARADA-PEDIDA VALUE 'S'.
                   77 QTD-RECUSADOS PIC 9(07) VALUE ZERO.
                   77 QTD-NAO-PROC PIC 9(07) VALUE ZERO.

                   77 CPF-DIGITADO PIC X(14).
                   77 IND-DIGITADO PIC 9(02).

                   COPY OPERADOR.

                   77 REGIAO-CPF   PIC 9(01).
                   COPY REGIAO-FISCAL.

           PROCEDURE DIVISION.
               MAIN-PROCEDURE.

                DISPLAY 'MODO (1=INTERATIVO  2=LOTE  3=CADASTRO'
                        '  4=CNPJ  5=CNPJ LOTE  6=PIS  7=PIS LOTE'
                        '  8=TITULO  9=TITULO LOTE  10=SERVICO) :'.
                ACCEPT MODO.

                IF MODO = 1 OR MODO = 2
                    GOBACK
                END-IF.

                IF MODO = 6
                    PERFORM VALIDA-PIS
                    GOBACK
                END-IF.

                IF MODO = 7
                    PERFORM VALIDA-LOTE-PIS
                        THRU VALIDA-LOTE-PIS-EXIT
                    GOBACK
                END-IF.

                IF MODO = 8
                    PERFORM VALIDA-TITULO
                    GOBACK
                END-IF.

                IF MODO = 9
                    PERFORM VALIDA-LOTE-TITULO
                        THRU VALIDA-LOTE-TITULO-EXIT
                    GOBACK
                END-IF.

                IF MODO = 10
                    PERFORM SERVICO THRU SERVICO-EXIT
                    GOBACK
                END-IF.

                DISPLAY 'CPF (999.999.999-99) :'.
                ACCEPT CPF-DIGITADO.
                PERFORM LE-CPF-DIGITADO.

                MOVE CPF TO CPF-AUDITADO.
                MOVE 'F' TO TIPO-DOC-AUD.
                MOVE CPF-AUDITADO TO DOC-AUDITADO-NUM.
                PERFORM GRAVA-AUDITORIA.

                IF VALIDO NOT = 0
                END-IF.

                DISPLAY 'CPF VALIDO !'.
                MOVE DIGITO(9) TO REGIAO-CPF.
                DISPLAY 'REGIAO FISCAL: ' REGIAO-CPF ' ('
                        REGIAO-FISCAL-UFS(REGIAO-CPF + 1) ')'.

                IF CONFERIR-EMISSAO
                    PERFORM VERIFICA-EMISSAO
           GOBACK.

           CPF-INVALIDO.
               IF DIGITO-ERRO = 3
                   DISPLAY 'CPF INVALIDO - TODOS OS DIGITOS IGUAIS.'
                   PERFORM FECHA-EMITIDOS
                   GOBACK
               END-IF.
               IF DIGITO-ERRO = 1
                   MOVE 10 TO NUM-DIGITO-ERRO
               ELSE
      *        Registra a conferencia em CPFAUDIT (data, hora,
      *        documento, tipo e resultado), em todos os modos, para
      *        existir um historico auditavel de quem validou o que e
      *        quando. CPF-AUDITADO alimenta DOC-AUDITADO-NUM nos modos
      *        de CPF (PIS e titulo tambem entram pela visao numerica);
      *        os modos de CNPJ poe o documento de 14 direto.
               MOVE SPACES         TO REG-AUDITORIA.
               ACCEPT AUD-DATA     FROM DATE YYYYMMDD.
               ACCEPT AUD-HORA     FROM TIME.
               ELSE
                   MOVE 'S' TO GERA-CORRECOES-SW
               END-IF.
               MOVE 'CPFLOTE' TO PORTAO-ARQUIVO.
               PERFORM CONFERE-PORTAO.
               IF PORTAO-RC = 8
                   GO TO VALIDA-LOTE-EXIT
               END-IF.
               OPEN INPUT ARQ-LOTE.
               IF FS-LOTE NOT = '00'
                   DISPLAY 'ARQUIVO DE LOTE NAO ENCONTRADO: CPFLOTE'
                                                DIGITO-ESPERADO
                   MOVE LOTE-CPF TO CPF-AUDITADO
                   MOVE 'F' TO TIPO-DOC-AUD
                   MOVE CPF-AUDITADO TO DOC-AUDITADO-NUM
                   PERFORM GRAVA-AUDITORIA
                   MOVE 'N' TO NA-LISTA-SW
                   IF VALIDO = 0
                       DISPLAY LOTE-CPF ' VALIDO'
                   ELSE
                       ADD 1 TO QTD-INVALIDOS
                       IF DIGITO-ERRO = 3
                           MOVE ZERO TO NUM-DIGITO-ERRO
                           DISPLAY LOTE-CPF ' INVALIDO  TODOS OS '
                                   'DIGITOS IGUAIS'
                       ELSE
                       IF DIGITO-ERRO = 1
                           MOVE 10 TO NUM-DIGITO-ERRO
                       ELSE
                               NUM-DIGITO-ERRO 'O DIGITO'
                               '  ESPERADO ' DIGITO-ESPERADO
                               '  INFORMADO ' DIGITO(NUM-DIGITO-ERRO)
                       END-IF
                   END-IF
                   END-IF
                   PERFORM GRAVA-RESULTADO
               IF CONFERIR-LISTA
                   DISPLAY QTD-EXCLUSAO ' CPFS NA LISTA DE EXCLUSAO'
               END-IF.
               PERFORM BAIXA-PORTAO.

           VALIDA-LOTE-EXIT.
               EXIT.

           LER-PROXIMO-LOTE.
      *        O cabecalho (primeira linha) e pulado e o trailer
      *        (ultima) encerra a leitura: o portao ja conferiu os dois.
               READ ARQ-LOTE
                   AT END
                       SET LOTE-ACABOU TO TRUE
               END-READ.
               IF NOT LOTE-ACABOU
                       AND ENV-E-CABECALHO OF REG-LOTE-ENV
                   READ ARQ-LOTE
                       AT END
                           SET LOTE-ACABOU TO TRUE
                   END-READ
               END-IF.
               IF NOT LOTE-ACABOU
                       AND ENV-E-TRAILER OF REG-LOTE-ENV
                   SET LOTE-ACABOU TO TRUE
               END-IF.

           CONFERE-PORTAO.
      *        Todo lote passa pelo portao antes de ser aberto; so a
      *        recusa (retorno 8) impede o modo - lote ausente segue
      *        para a mensagem de sempre.
               MOVE 'C' TO PORTAO-FUNCAO.
               CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                       PORTAO-RC.
               IF PORTAO-RC = 8
                   DISPLAY 'LOTE RECUSADO PELO PORTAO: '
                           PORTAO-ARQUIVO ' - VER AVISOREJ.'
                   MOVE 8 TO RETURN-CODE
               END-IF.

           BAIXA-PORTAO.
               MOVE 'B' TO PORTAO-FUNCAO.
               CALL 'ARQ-PORTAO' USING PORTAO-FUNCAO PORTAO-ARQUIVO
                                       PORTAO-RC.

           GRAVA-CORRECAO.
      *        Recalcula os dois digitos verificadores sobre os 9
               END-IF.
               IF VALIDO-TRAB NOT = 0 AND DIG-ERRO-TRAB = 2
                   MOVE DIG-ESP-TRAB TO DIGITO-TRAB(11)
                   CALL 'CPF-CHECK-DIGIT' USING CPF-TRAB VALIDO-TRAB
                                                DIG-ERRO-TRAB
                                                DIG-ESP-TRAB
               END-IF.

               MOVE SPACES  TO REG-CORRECAO.
               MOVE CPF     TO COR-CPF-ORIGINAL.
      *        Digitos todos iguais (recebidos assim ou resultantes
      *        da correcao) nao tem forma valida proxima: sai sem
      *        sugestao, para a area remetente pedir outro numero.
               IF VALIDO-TRAB NOT = 0 AND DIG-ERRO-TRAB = 3
                   MOVE SPACES    TO COR-CPF-SUGERIDO
                   MOVE 'SEM-COR' TO COR-FLAG
               ELSE
                   MOVE CPF-TRAB  TO COR-CPF-SUGERIDO
                   MOVE 'REVISAR' TO COR-FLAG
               END-IF.
               WRITE REG-CORRECAO.

           GRAVA-RESULTADO.
                   END-IF
               ELSE
                   MOVE 'INVALIDO' TO RES-VEREDITO
                   IF DIGITO-ERRO = 3
                       MOVE ZERO       TO RES-DIGITO-FALHOU
                       MOVE ZERO       TO RES-ESPERADO
                       MOVE ZERO       TO RES-INFORMADO
                       MOVE 'REPETIDO' TO RES-SITUACAO
                   ELSE
                       MOVE NUM-DIGITO-ERRO TO RES-DIGITO-FALHOU
                       MOVE DIGITO-ESPERADO TO RES-ESPERADO
                       MOVE DIGITO(NUM-DIGITO-ERRO) TO RES-INFORMADO
                       MOVE 'INVALIDO' TO RES-SITUACAO
                   END-IF
               END-IF.
               WRITE REG-RESULTADO.

                                                DIGITO-ESPERADO
                   MOVE CPF TO CPF-AUDITADO
                   MOVE 'F' TO TIPO-DOC-AUD
                   MOVE CPF-AUDITADO TO DOC-AUDITADO-NUM
                   PERFORM GRAVA-AUDITORIA
                   PERFORM VERIFICA-NOME-CADASTRO

                       ADD 1 TO QTD-CAD-RUIM
                       DISPLAY CAD-NOME ' / ' CAD-CPF
                               ' CADASTRO REJEITADO'
                       IF VALIDO NOT = 0 AND DIGITO-ERRO = 3
                           DISPLAY '  CPF INVALIDO - TODOS OS '
                                   'DIGITOS IGUAIS'
                       END-IF
                       IF VALIDO NOT = 0 AND DIGITO-ERRO NOT = 3
                           IF DIGITO-ERRO = 1
                               MOVE 10 TO NUM-DIGITO-ERRO
                           ELSE

           VALIDA-CNPJ.
      *        Modo interativo de CNPJ: recebe o documento na mascara
      *        99.999.999/9999-99 (ou as 14 posicoes cruas), numerico
      *        ou alfanumerico, confere pelo modulo comum CNPJ-CHECK-
      *        DIGIT e registra na mesma trilha de auditoria com tipo J.
               DISPLAY 'CNPJ (XX.XXX.XXX/XXXX-99, NUMERICO OU '
                       'ALFANUMERICO) :'.
               ACCEPT CNPJ-DIGITADO.
               PERFORM LE-CNPJ-DIGITADO.

                                             DIGITO-ESPERADO.

               MOVE 'J' TO TIPO-DOC-AUD.
               MOVE CNPJ-W TO DOC-AUDITADO.
               PERFORM GRAVA-AUDITORIA.

               IF VALIDO = 0
                   DISPLAY 'CNPJ VALIDO !'
               ELSE
               IF DIGITO-ERRO = 3
                   DISPLAY 'CNPJ INVALIDO - TODOS OS DIGITOS IGUAIS.'
               ELSE
               IF DIGITO-ERRO = 4
                   DISPLAY 'CNPJ INVALIDO - CARACTERE NAO PERMITIDO.'
               ELSE
                   IF DIGITO-ERRO = 1
                       MOVE 13 TO NUM-DIGITO-ERRO
                   DISPLAY '  ESPERADO: ' DIGITO-ESPERADO
                           '  INFORMADO: '
                           DIGITO-CNPJ(NUM-DIGITO-ERRO)
               END-IF
               END-IF
               END-IF.

           LE-CNPJ-DIGITADO.
      *        Extrai so os caracteres de CNPJ-DIGITADO (digitos e, no
      *        CNPJ alfanumerico, letras), descartando pontos, barra e
      *        traco da mascara, como LE-CPF-DIGITADO faz para CPF.
      *        Letra minuscula vira maiuscula antes da extracao.
               MOVE SPACES TO CNPJ-W.
               INSPECT CNPJ-DIGITADO CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               MOVE 1 TO IND-DIG-CNPJ.
               PERFORM VARYING IND-DIGITADO FROM 1 BY 1
                       UNTIL IND-DIGITADO > 18
                   IF CNPJ-DIGITADO(IND-DIGITADO:1) NOT = SPACE
                           AND (CNPJ-DIGITADO(IND-DIGITADO:1)
                                   IS NUMERIC
                             OR CNPJ-DIGITADO(IND-DIGITADO:1)
                                   IS ALPHABETIC-UPPER)
                           AND IND-DIG-CNPJ NOT GREATER THAN 14
                       MOVE CNPJ-DIGITADO(IND-DIGITADO:1)
                           TO DIGITO-CNPJ(IND-DIG-CNPJ)
                   END-IF
               END-PERFORM.

           VALIDA-LOTE-CNPJ.
      *        Le CNPJLOTE ate o fim, conferindo cada CNPJ pelo mesmo
      *        modulo comum do modo interativo, com os totais no
               MOVE ZERO TO QTD-VALIDOS.
               MOVE ZERO TO QTD-INVALIDOS.
               MOVE 'N' TO LOTE-CNPJ-FIM.
               MOVE 'CNPJLOTE' TO PORTAO-ARQUIVO.
               PERFORM CONFERE-PORTAO.
               IF PORTAO-RC = 8
                   GO TO VALIDA-LOTE-CNPJ-EXIT
               END-IF.
               OPEN INPUT ARQ-LOTE-CNPJ.
               IF FS-LOTE-CNPJ NOT = '00'
                   DISPLAY 'ARQUIVO DE LOTE NAO ENCONTRADO: CNPJLOTE'
               PERFORM UNTIL LOTE-CNPJ-ACABOU
                   ADD 1 TO QTD-LIDOS
                   MOVE LOTE-CNPJ TO CNPJ-W
                   INSPECT CNPJ-W CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   CALL 'CNPJ-CHECK-DIGIT' USING CNPJ-W VALIDO
                                                 DIGITO-ERRO
                                                 DIGITO-ESPERADO
                   MOVE 'J' TO TIPO-DOC-AUD
                   MOVE CNPJ-W TO DOC-AUDITADO
                   PERFORM GRAVA-AUDITORIA
                   IF VALIDO = 0
                       ADD 1 TO QTD-VALIDOS
                       DISPLAY LOTE-CNPJ ' VALIDO'
                   ELSE
                       ADD 1 TO QTD-INVALIDOS
                       IF DIGITO-ERRO = 3
                           DISPLAY LOTE-CNPJ ' INVALIDO  TODOS OS '
                                   'DIGITOS IGUAIS'
                       ELSE
                       IF DIGITO-ERRO = 4
                           DISPLAY LOTE-CNPJ ' INVALIDO  CARACTERE '
                                   'NAO PERMITIDO'
                       ELSE
                       IF DIGITO-ERRO = 1
                           MOVE 13 TO NUM-DIGITO-ERRO
                       ELSE
                               '  ESPERADO ' DIGITO-ESPERADO
                               '  INFORMADO '
                               DIGITO-CNPJ(NUM-DIGITO-ERRO)
                       END-IF
                       END-IF
                   END-IF
                   PERFORM LER-PROXIMO-LOTE-CNPJ
               END-PERFORM.
               DISPLAY QTD-LIDOS     ' CNPJS LIDOS'.
               DISPLAY QTD-VALIDOS   ' CNPJS VALIDOS'.
               DISPLAY QTD-INVALIDOS ' CNPJS INVALIDOS'.
               PERFORM BAIXA-PORTAO.

           VALIDA-LOTE-CNPJ-EXIT.
               EXIT.
                   AT END
                       SET LOTE-CNPJ-ACABOU TO TRUE
               END-READ.
               IF NOT LOTE-CNPJ-ACABOU
                       AND ENV-E-CABECALHO OF REG-LOTE-CNPJ-ENV
                   READ ARQ-LOTE-CNPJ
                       AT END
                           SET LOTE-CNPJ-ACABOU TO TRUE
                   END-READ
               END-IF.
               IF NOT LOTE-CNPJ-ACABOU
                       AND ENV-E-TRAILER OF REG-LOTE-CNPJ-ENV
                   SET LOTE-CNPJ-ACABOU TO TRUE
               END-IF.

           VALIDA-PIS.
      *        Modo interativo de PIS/NIS: mascara 999.99999.99-9 (ou
      *        os onze digitos crus), modulo comum PIS-CHECK-DIGIT e a
      *        mesma trilha de auditoria, com tipo P.
               DISPLAY 'PIS/NIS (999.99999.99-9) :'.
               ACCEPT DOC-DIGITADO.
               INITIALIZE PIS-W.
               MOVE 1 TO IND-DIGITO.
               PERFORM VARYING IND-DIGITADO FROM 1 BY 1
                       UNTIL IND-DIGITADO > 14
                   IF DOC-DIGITADO(IND-DIGITADO:1) IS NUMERIC
                           AND IND-DIGITO NOT GREATER THAN 11
                       MOVE DOC-DIGITADO(IND-DIGITADO:1)
                           TO DIGITO-PIS(IND-DIGITO)
                       ADD 1 TO IND-DIGITO
                   END-IF
               END-PERFORM.

               CALL 'PIS-CHECK-DIGIT' USING PIS-W VALIDO
                                            DIGITO-ERRO
                                            DIGITO-ESPERADO.

               MOVE 'P' TO TIPO-DOC-AUD.
               MOVE PIS-W-NUM TO DOC-AUDITADO-NUM.
               PERFORM GRAVA-AUDITORIA.

               IF VALIDO = 0
                   DISPLAY 'PIS VALIDO !'
               ELSE
               IF DIGITO-ERRO = 3
                   DISPLAY 'PIS INVALIDO - TODOS OS DIGITOS IGUAIS.'
               ELSE
                   DISPLAY 'PIS INVALIDO - FALHOU O DIGITO '
                           'VERIFICADOR.'
                   DISPLAY '  ESPERADO: ' DIGITO-ESPERADO
                           '  INFORMADO: ' DIGITO-PIS(11)
               END-IF
               END-IF.

           VALIDA-LOTE-PIS.
      *        Le PISLOTE ate o fim, no mesmo molde de
      *        VALIDA-LOTE-CNPJ.
               MOVE ZERO TO QTD-LIDOS.
               MOVE ZERO TO QTD-VALIDOS.
               MOVE ZERO TO QTD-INVALIDOS.
               MOVE 'N' TO LOTE-PIS-FIM.
               MOVE 'PISLOTE' TO PORTAO-ARQUIVO.
               PERFORM CONFERE-PORTAO.
               IF PORTAO-RC = 8
                   GO TO VALIDA-LOTE-PIS-EXIT
               END-IF.
               OPEN INPUT ARQ-LOTE-PIS.
               IF FS-LOTE-PIS NOT = '00'
                   DISPLAY 'ARQUIVO DE LOTE NAO ENCONTRADO: PISLOTE'
                   GO TO VALIDA-LOTE-PIS-EXIT
               END-IF.

               PERFORM ABRE-TRILHA-LOTE.

               PERFORM LER-PROXIMO-LOTE-PIS.
               PERFORM UNTIL LOTE-PIS-ACABOU
                   ADD 1 TO QTD-LIDOS
                   MOVE LOTE-PIS TO PIS-W
                   CALL 'PIS-CHECK-DIGIT' USING PIS-W VALIDO
                                                DIGITO-ERRO
                                                DIGITO-ESPERADO
                   MOVE 'P' TO TIPO-DOC-AUD
                   MOVE LOTE-PIS TO DOC-AUDITADO-NUM
                   PERFORM GRAVA-AUDITORIA
                   IF VALIDO = 0
                       ADD 1 TO QTD-VALIDOS
                       DISPLAY LOTE-PIS ' VALIDO'
                   ELSE
                       ADD 1 TO QTD-INVALIDOS
                       IF DIGITO-ERRO = 3
                           DISPLAY LOTE-PIS ' INVALIDO  TODOS OS '
                                   'DIGITOS IGUAIS'
                       ELSE
                           DISPLAY LOTE-PIS ' INVALIDO  FALHOU O '
                                   'DIGITO  ESPERADO '
                                   DIGITO-ESPERADO
                                   '  INFORMADO ' DIGITO-PIS(11)
                       END-IF
                   END-IF
                   PERFORM LER-PROXIMO-LOTE-PIS
               END-PERFORM.

               PERFORM FECHA-TRILHA-LOTE.
               CLOSE ARQ-LOTE-PIS.
               DISPLAY '-------------------------------------------'.
               DISPLAY QTD-LIDOS     ' PIS LIDOS'.
               DISPLAY QTD-VALIDOS   ' PIS VALIDOS'.
               DISPLAY QTD-INVALIDOS ' PIS INVALIDOS'.
               PERFORM BAIXA-PORTAO.

           VALIDA-LOTE-PIS-EXIT.
               EXIT.

           LER-PROXIMO-LOTE-PIS.
               READ ARQ-LOTE-PIS
                   AT END
                       SET LOTE-PIS-ACABOU TO TRUE
               END-READ.
               IF NOT LOTE-PIS-ACABOU
                       AND ENV-E-CABECALHO OF REG-LOTE-PIS-ENV
                   READ ARQ-LOTE-PIS
                       AT END
                           SET LOTE-PIS-ACABOU TO TRUE
                   END-READ
               END-IF.
               IF NOT LOTE-PIS-ACABOU
                       AND ENV-E-TRAILER OF REG-LOTE-PIS-ENV
                   SET LOTE-PIS-ACABOU TO TRUE
               END-IF.

           VALIDA-TITULO.
      *        Modo interativo de Titulo de Eleitor: forma impressa
      *        9999 9999 9999 (ou os doze digitos crus), modulo comum
      *        TITULO-CHECK-DIGIT e a mesma trilha, com tipo T.
               DISPLAY 'TITULO DE ELEITOR (9999 9999 9999) :'.
               ACCEPT DOC-DIGITADO.
               INITIALIZE TITULO-W.
               MOVE 1 TO IND-DIGITO.
               PERFORM VARYING IND-DIGITADO FROM 1 BY 1
                       UNTIL IND-DIGITADO > 14
                   IF DOC-DIGITADO(IND-DIGITADO:1) IS NUMERIC
                           AND IND-DIGITO NOT GREATER THAN 12
                       MOVE DOC-DIGITADO(IND-DIGITADO:1)
                           TO DIGITO-TIT(IND-DIGITO)
                       ADD 1 TO IND-DIGITO
                   END-IF
               END-PERFORM.

               CALL 'TITULO-CHECK-DIGIT' USING TITULO-W VALIDO
                                               DIGITO-ERRO
                                               DIGITO-ESPERADO.

               MOVE 'T' TO TIPO-DOC-AUD.
               MOVE TITULO-W-NUM TO DOC-AUDITADO-NUM.
               PERFORM GRAVA-AUDITORIA.

               IF VALIDO = 0
                   DISPLAY 'TITULO VALIDO !'
               ELSE
               IF DIGITO-ERRO = 3
                   DISPLAY 'TITULO INVALIDO - TODOS OS DIGITOS '
                           'IGUAIS.'
               ELSE
               IF DIGITO-ERRO = 5
                   DISPLAY 'TITULO INVALIDO - CODIGO DE UF FORA DE '
                           '01 A 28.'
               ELSE
                   IF DIGITO-ERRO = 1
                       MOVE 11 TO NUM-DIGITO-ERRO
                   ELSE
                       MOVE 12 TO NUM-DIGITO-ERRO
                   END-IF
                   DISPLAY 'TITULO INVALIDO - FALHOU O '
                           NUM-DIGITO-ERRO 'O DIGITO.'
                   DISPLAY '  ESPERADO: ' DIGITO-ESPERADO
                           '  INFORMADO: '
                           DIGITO-TIT(NUM-DIGITO-ERRO)
               END-IF
               END-IF
               END-IF.

           VALIDA-LOTE-TITULO.
      *        Le TITLOTE ate o fim, no mesmo molde de
      *        VALIDA-LOTE-CNPJ.
               MOVE ZERO TO QTD-LIDOS.
               MOVE ZERO TO QTD-VALIDOS.
               MOVE ZERO TO QTD-INVALIDOS.
               MOVE 'N' TO LOTE-TIT-FIM.
               MOVE 'TITLOTE' TO PORTAO-ARQUIVO.
               PERFORM CONFERE-PORTAO.
               IF PORTAO-RC = 8
                   GO TO VALIDA-LOTE-TITULO-EXIT
               END-IF.
               OPEN INPUT ARQ-LOTE-TIT.
               IF FS-LOTE-TIT NOT = '00'
                   DISPLAY 'ARQUIVO DE LOTE NAO ENCONTRADO: TITLOTE'
                   GO TO VALIDA-LOTE-TITULO-EXIT
               END-IF.

               PERFORM ABRE-TRILHA-LOTE.

               PERFORM LER-PROXIMO-LOTE-TIT.
               PERFORM UNTIL LOTE-TIT-ACABOU
                   ADD 1 TO QTD-LIDOS
                   MOVE LOTE-TIT TO TITULO-W
                   CALL 'TITULO-CHECK-DIGIT' USING TITULO-W VALIDO
                                                   DIGITO-ERRO
                                                   DIGITO-ESPERADO
                   MOVE 'T' TO TIPO-DOC-AUD
                   MOVE LOTE-TIT TO DOC-AUDITADO-NUM
                   PERFORM GRAVA-AUDITORIA
                   IF VALIDO = 0
                       ADD 1 TO QTD-VALIDOS
                       DISPLAY LOTE-TIT ' VALIDO'
                   ELSE
                       ADD 1 TO QTD-INVALIDOS
                       IF DIGITO-ERRO = 3
                           DISPLAY LOTE-TIT ' INVALIDO  TODOS OS '
                                   'DIGITOS IGUAIS'
                       ELSE
                       IF DIGITO-ERRO = 5
                           DISPLAY LOTE-TIT ' INVALIDO  CODIGO DE '
                                   'UF FORA DE 01 A 28'
                       ELSE
                       IF DIGITO-ERRO = 1
                           MOVE 11 TO NUM-DIGITO-ERRO
                       ELSE
                           MOVE 12 TO NUM-DIGITO-ERRO
                       END-IF
                       DISPLAY LOTE-TIT ' INVALIDO  FALHOU O '
                               NUM-DIGITO-ERRO 'O DIGITO'
                               '  ESPERADO ' DIGITO-ESPERADO
                               '  INFORMADO '
                               DIGITO-TIT(NUM-DIGITO-ERRO)
                       END-IF
                       END-IF
                   END-IF
                   PERFORM LER-PROXIMO-LOTE-TIT
               END-PERFORM.

               PERFORM FECHA-TRILHA-LOTE.
               CLOSE ARQ-LOTE-TIT.
               DISPLAY '-------------------------------------------'.
               DISPLAY QTD-LIDOS     ' TITULOS LIDOS'.
               DISPLAY QTD-VALIDOS   ' TITULOS VALIDOS'.
               DISPLAY QTD-INVALIDOS ' TITULOS INVALIDOS'.
               PERFORM BAIXA-PORTAO.

           VALIDA-LOTE-TITULO-EXIT.
               EXIT.

           LER-PROXIMO-LOTE-TIT.
               READ ARQ-LOTE-TIT
                   AT END
                       SET LOTE-TIT-ACABOU TO TRUE
               END-READ.
               IF NOT LOTE-TIT-ACABOU
                       AND ENV-E-CABECALHO OF REG-LOTE-TIT-ENV
                   READ ARQ-LOTE-TIT
                       AT END
                           SET LOTE-TIT-ACABOU TO TRUE
                   END-READ
               END-IF.
               IF NOT LOTE-TIT-ACABOU
                       AND ENV-E-TRAILER OF REG-LOTE-TIT-ENV
                   SET LOTE-TIT-ACABOU TO TRUE
               END-IF.

           SERVICO.
      *        Uma passada sobre o arquivo de pedidos entregue pelo
      *        script: sem perguntas (ninguem no terminal), com a
      *        conferencia de emissao e o crivo da lista ligados -
      *        como no lote, cada um cai para nao conferivel se o
      *        arquivo nao estiver no ambiente. RC 0 = pedidos
      *        atendidos, RC 4 = registro de parada recebido (o
      *        script encerra a vigia), RC 8 = pedidos ou respostas
      *        nao abriram.
               MOVE ZERO TO QTD-LIDOS.
               MOVE ZERO TO QTD-VALIDOS.
               MOVE ZERO TO QTD-INVALIDOS.
               MOVE ZERO TO QTD-EXCLUSAO.
               MOVE ZERO TO QTD-RECUSADOS.
               MOVE ZERO TO QTD-NAO-PROC.
               MOVE 'N' TO PEDIDO-FIM.
               MOVE 'N' TO PARADA-SW.
               OPEN INPUT ARQ-PEDIDOS.
               IF FS-PEDIDOS NOT = '00'
                   DISPLAY 'ARQUIVO DE PEDIDOS NAO ENCONTRADO: '
                           'CPFSRVREQ'
                   MOVE 8 TO RETURN-CODE
                   GO TO SERVICO-EXIT
               END-IF.

               OPEN OUTPUT ARQ-RESPOSTAS.
               IF FS-RESPOSTAS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CPFSRVRES - FS '
                           FS-RESPOSTAS
                   CLOSE ARQ-PEDIDOS
                   MOVE 8 TO RETURN-CODE
                   GO TO SERVICO-EXIT
               END-IF.

               MOVE 'S' TO CONFERE-EMISSAO.
               PERFORM ABRE-EMITIDOS.
               MOVE 'S' TO CONFERE-LISTA.
               PERFORM ABRE-BLACKLIST.
               PERFORM ABRE-TRILHA-LOTE.

               PERFORM LER-PROXIMO-PEDIDO.
               PERFORM UNTIL PEDIDO-ACABOU
                   PERFORM ATENDE-PEDIDO THRU ATENDE-PEDIDO-EXIT
                   PERFORM LER-PROXIMO-PEDIDO
               END-PERFORM.

               PERFORM FECHA-TRILHA-LOTE.
               PERFORM FECHA-EMITIDOS.
               PERFORM FECHA-BLACKLIST.
               CLOSE ARQ-PEDIDOS.
               CLOSE ARQ-RESPOSTAS.
               DISPLAY '-------------------------------------------'.
               DISPLAY QTD-LIDOS     ' PEDIDOS LIDOS'.
               DISPLAY QTD-VALIDOS   ' DOCUMENTOS VALIDOS'.
               DISPLAY QTD-INVALIDOS ' DOCUMENTOS INVALIDOS'.
               DISPLAY QTD-EXCLUSAO  ' CPFS NA LISTA DE EXCLUSAO'.
               DISPLAY QTD-RECUSADOS ' PEDIDOS RECUSADOS (LAYOUT)'.
               IF PARADA-PEDIDA
                   DISPLAY QTD-NAO-PROC ' PEDIDOS APOS A PARADA'
                   DISPLAY 'REGISTRO DE PARADA RECEBIDO - SERVICO '
                           'ENCERRADO.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF.

           SERVICO-EXIT.
               EXIT.

           LER-PROXIMO-PEDIDO.
               READ ARQ-PEDIDOS
                   AT END
                       SET PEDIDO-ACABOU TO TRUE
               END-READ.

           ATENDE-PEDIDO.
      *        Uma linha de resposta por registro lido, sempre com a
      *        correlacao do solicitante: o pedido atendido sai com o
      *        veredito do lote (CPFLOTERES), o registro de parada sai
      *        como PARADA, o que vier depois dele como NAO-PROC (para
      *        o solicitante reenviar) e o registro fora do layout
      *        como RECUSADO.
               MOVE SPACES         TO REG-RESPOSTA.
               MOVE PED-CORRELACAO TO RSP-CORRELACAO.
               MOVE PED-TIPO-DOC   TO RSP-TIPO-DOC.
               MOVE ZERO           TO RSP-DIGITO-FALHOU.
               MOVE ZERO           TO RSP-ESPERADO.
               MOVE '0'            TO RSP-INFORMADO.
               MOVE ZERO           TO RSP-DATA-GER.
               IF PARADA-PEDIDA
                   ADD 1 TO QTD-NAO-PROC
                   MOVE PED-DOCUMENTO TO RSP-DOCUMENTO
                   MOVE 'NAO-PROC'    TO RSP-VEREDITO
                   MOVE 'SERV-PARADO' TO RSP-SITUACAO
                   WRITE REG-RESPOSTA
                   GO TO ATENDE-PEDIDO-EXIT
               END-IF.
               IF PED-E-PARADA
                   SET PARADA-PEDIDA TO TRUE
                   MOVE SPACES        TO RSP-TIPO-DOC
                   MOVE SPACES        TO RSP-DOCUMENTO
                   MOVE 'PARADA'      TO RSP-VEREDITO
                   MOVE 'ENCERRADO'   TO RSP-SITUACAO
                   WRITE REG-RESPOSTA
                   GO TO ATENDE-PEDIDO-EXIT
               END-IF.
               ADD 1 TO QTD-LIDOS.
               IF NOT PED-E-PEDIDO
                       OR (PED-TIPO-DOC NOT = 'F'
                           AND PED-TIPO-DOC NOT = 'J')
                   ADD 1 TO QTD-RECUSADOS
                   MOVE PED-DOCUMENTO TO RSP-DOCUMENTO
                   MOVE 'RECUSADO'    TO RSP-VEREDITO
                   MOVE 'LAYOUT'      TO RSP-SITUACAO
                   WRITE REG-RESPOSTA
                   GO TO ATENDE-PEDIDO-EXIT
               END-IF.
               IF PED-TIPO-DOC = 'J'
                   PERFORM ATENDE-PEDIDO-CNPJ
               ELSE
                   PERFORM ATENDE-PEDIDO-CPF
               END-IF.
               WRITE REG-RESPOSTA.

           ATENDE-PEDIDO-EXIT.
               EXIT.

           ATENDE-PEDIDO-CPF.
      *        O mesmo caminho de VALIDA-LOTE e GRAVA-RESULTADO: o CPF
      *        vem pontuado ou cru, vai para a trilha, e so o
      *        aritmeticamente valido passa pelo crivo e pela
      *        conferencia de emissao.
               MOVE PED-DOCUMENTO TO CPF-DIGITADO.
               PERFORM LE-CPF-DIGITADO.
               CALL 'CPF-CHECK-DIGIT' USING CPF VALIDO DIGITO-ERRO
                                            DIGITO-ESPERADO.
               MOVE CPF TO CPF-AUDITADO.
               MOVE 'F' TO TIPO-DOC-AUD.
               MOVE CPF-AUDITADO TO DOC-AUDITADO-NUM.
               PERFORM GRAVA-AUDITORIA.
               MOVE CPF-AUDITADO TO RSP-DOCUMENTO.
               MOVE 'N' TO NA-LISTA-SW.
               IF VALIDO = 0
                   PERFORM VERIFICA-LISTA-EXCLUSAO
               END-IF.
               IF VALIDO = 0 AND CPF-NA-LISTA
                   ADD 1 TO QTD-EXCLUSAO
                   MOVE 'EXCLUSAO'   TO RSP-VEREDITO
                   MOVE 'LISTA-EXCL' TO RSP-SITUACAO
               ELSE
               IF VALIDO = 0
                   ADD 1 TO QTD-VALIDOS
                   MOVE 'VALIDO'     TO RSP-VEREDITO
                   IF CONFERIR-EMISSAO
                       PERFORM VERIFICA-EMISSAO
                       MOVE SITUACAO-EMISSAO TO RSP-SITUACAO
                       MOVE DATA-EMISSAO     TO RSP-DATA-GER
                   ELSE
                       MOVE 'VALIDO' TO RSP-SITUACAO
                   END-IF
               ELSE
                   ADD 1 TO QTD-INVALIDOS
                   MOVE 'INVALIDO'   TO RSP-VEREDITO
                   IF DIGITO-ERRO = 3
                       MOVE 'REPETIDO' TO RSP-SITUACAO
                   ELSE
                       IF DIGITO-ERRO = 1
                           MOVE 10 TO NUM-DIGITO-ERRO
                       ELSE
                           MOVE 11 TO NUM-DIGITO-ERRO
                       END-IF
                       MOVE NUM-DIGITO-ERRO TO RSP-DIGITO-FALHOU
                       MOVE DIGITO-ESPERADO TO RSP-ESPERADO
                       MOVE DIGITO(NUM-DIGITO-ERRO) TO RSP-INFORMADO
                       MOVE 'INVALIDO' TO RSP-SITUACAO
                   END-IF
               END-IF
               END-IF.

           ATENDE-PEDIDO-CNPJ.
      *        O mesmo caminho de VALIDA-LOTE-CNPJ: sem emissao nem
      *        lista de exclusao, que sao so de CPF.
               MOVE PED-DOCUMENTO TO CNPJ-DIGITADO.
               PERFORM LE-CNPJ-DIGITADO.
               CALL 'CNPJ-CHECK-DIGIT' USING CNPJ-W VALIDO
                                             DIGITO-ERRO
                                             DIGITO-ESPERADO.
               MOVE 'J' TO TIPO-DOC-AUD.
               MOVE CNPJ-W TO DOC-AUDITADO.
               PERFORM GRAVA-AUDITORIA.
               MOVE CNPJ-W TO RSP-DOCUMENTO.
               IF VALIDO = 0
                   ADD 1 TO QTD-VALIDOS
                   MOVE 'VALIDO'     TO RSP-VEREDITO
                   MOVE 'VALIDO'     TO RSP-SITUACAO
               ELSE
                   ADD 1 TO QTD-INVALIDOS
                   MOVE 'INVALIDO'   TO RSP-VEREDITO
                   IF DIGITO-ERRO = 3
                       MOVE 'REPETIDO' TO RSP-SITUACAO
                   ELSE
                   IF DIGITO-ERRO = 4
                       MOVE 'CARACTERE' TO RSP-SITUACAO
                   ELSE
                       IF DIGITO-ERRO = 1
                           MOVE 13 TO NUM-DIGITO-ERRO
                       ELSE
                           MOVE 14 TO NUM-DIGITO-ERRO
                       END-IF
                       MOVE NUM-DIGITO-ERRO TO RSP-DIGITO-FALHOU
                       MOVE DIGITO-ESPERADO TO RSP-ESPERADO
                       MOVE DIGITO-CNPJ(NUM-DIGITO-ERRO)
                           TO RSP-INFORMADO
                       MOVE 'INVALIDO' TO RSP-SITUACAO
                   END-IF
                   END-IF
               END-IF.

           VERIFICA-NOME-CADASTRO.
      *        Um nome de cadastro valido nao pode vir em branco e so
